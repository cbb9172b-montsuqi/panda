      *    re-inserts the rows, so an audited prior year's trail can
      *    be put back on line.
      *
      *    Every archive run that moves rows adds an entry to the
      *    archive index ADRSHARC.IDX (archive date, cutoff, rows),
      *    which the point-in-time rebuild ADRSPIT uses to find the
      *    archive files it has to read.
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16 and no totals, and
      *    nothing is deleted on the strength of a partial sweep.
           SELECT  ARCHIVE-FILE    ASSIGN      USING   WS-ARCH-NAME
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-ARC-STAT.
           SELECT  INDEX-FILE      ASSIGN      TO  'ADRSHARC.IDX'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-IDX-STAT.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSHARC.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSHARC.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
           02  SORT-POSTAL         PIC X(8).
           02  SORT-PREF-CITY      PIC X(40).
           02  SORT-STREET         PIC X(40).
           02  SORT-APPROVER       PIC X(8).
       FD  ARCHIVE-FILE.
       COPY    HARC-ARC.
       FD  INDEX-FILE.
       COPY    HARC-IDX.
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(100).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
       01  J           PIC S9(9)   BINARY.
       01  WS-ARC-STAT         PIC X(2).
       01  WS-PRM-STAT         PIC X(2).
       01  WS-IDX-STAT         PIC X(2).
       01  WS-MODE             PIC X(7)    VALUE 'ARCHIVE'.
       01  WS-CURRENT-DATE     PIC X(21).
       01  WS-ARCH-NAME.
       01  WS-CUR-SITE         PIC X(20).
       01  WS-CUR-HOME         PIC X(20).
       01  WS-VER-COUNT        PIC S9(9)   BINARY.
       01  WS-RUN-STAT     PIC X(2).
       01  WS-RUN-START    PIC X(14).
       01  WS-RUN-STAMP    PIC X(21).
       01  WS-TOTAL-LINE.
           02  WS-TOT-LABEL    PIC X(20).
           02  WS-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           PERFORM 050-SET-CUTOFF.
           PERFORM 060-READ-PARAM.
           OPEN    OUTPUT       REPORT-FILE.
               PERFORM 600-WRITE-TOTALS
               CLOSE   REPORT-FILE
           END-IF.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       050-SET-CUTOFF           SECTION.
                   OUTPUT  PROCEDURE  IS  300-ROUTE-HIST.
      *
           CLOSE   ARCHIVE-FILE.
      *
           IF      FLG-DBABEND =   'N'
               AND WS-CNT-ARCHIVED >   ZERO
               PERFORM 650-WRITE-INDEX
           END-IF.
      **************************************************************************
       100-SWEEP-HIST           SECTION.
           INITIALIZE  ADRSHIST.
                   MOVE    HIST-POSTAL     TO  SORT-POSTAL
                   MOVE    HIST-PREF-CITY  TO  SORT-PREF-CITY
                   MOVE    HIST-STREET     TO  SORT-STREET
                   MOVE    HIST-APPROVER   TO  SORT-APPROVER
                   RELEASE SORT-REC
                   PERFORM 805-DBFETCH-HIST
               END-PERFORM
           MOVE    SORT-POSTAL     TO  ARC-POSTAL.
           MOVE    SORT-PREF-CITY  TO  ARC-PREF-CITY.
           MOVE    SORT-STREET     TO  ARC-STREET.
           MOVE    SORT-APPROVER   TO  ARC-APPROVER.
           WRITE   ARCHIVE-REC.
      *
           MOVE    SORT-SITE       TO  HIST-SITE.
           MOVE    SORT-POSTAL     TO  HIST-POSTAL.
           MOVE    SORT-PREF-CITY  TO  HIST-PREF-CITY.
           MOVE    SORT-STREET     TO  HIST-STREET.
           MOVE    SORT-APPROVER   TO  HIST-APPROVER.
           PERFORM 825-DBDELETE-HIST.
           IF      MCP-RC      =   ZERO
               ADD     1           TO  WS-CNT-ARCHIVED
           MOVE    ARC-POSTAL      TO  HIST-POSTAL.
           MOVE    ARC-PREF-CITY   TO  HIST-PREF-CITY.
           MOVE    ARC-STREET      TO  HIST-STREET.
           MOVE    ARC-APPROVER    TO  HIST-APPROVER.
      *
           PERFORM 826-DBINSERT-HIST.
           IF      MCP-RC      =   ZERO
                     ' ARCHIVED='         WS-CNT-ARCHIVED
                     ' RESTORED='         WS-CNT-RESTORED
               UPON    CONSOLE.
      **************************************************************************
       650-WRITE-INDEX          SECTION.
      *    one entry per archive run that moved rows, so a later
      *    reader can tell which archive files can hold rows after a
      *    given date without opening every one of them
           MOVE    SPACE           TO  HARC-IDX-REC.
           MOVE    WS-ARCH-DATE    TO  IDX-ARCH-DATE.
           MOVE    WS-CUTOFF-DATE  TO  IDX-CUTOFF.
           MOVE    WS-CNT-ARCHIVED TO  IDX-ROWS.
      *
           OPEN    EXTEND       INDEX-FILE.
           IF      WS-IDX-STAT NOT =   '00'
               OPEN    OUTPUT       INDEX-FILE
           END-IF.
           WRITE   HARC-IDX-REC.
           CLOSE   INDEX-FILE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSHARC'       TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           COMPUTE RUN-WRITTEN =   WS-CNT-ARCHIVED +   WS-CNT-RESTORED.
           COMPUTE RUN-REJECTED =  WS-CNT-DELFAIL  +   WS-CNT-RESTFAIL.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE    WS-MODE         TO  RUN-PARM(1:7).
           MOVE    WS-ARCH-NAME    TO  RUN-PARM(9:21).
      *
           OPEN    EXTEND       RUNLOG-FILE.
           IF      WS-RUN-STAT NOT =   '00'
               OPEN    OUTPUT       RUNLOG-FILE
           END-IF.
           WRITE   RUNLOG-REC.
           CLOSE   RUNLOG-FILE.
      **************************************************************************
       880-FLAG-ABEND           SECTION.
      *    the first failure names the run's abend; later ones are

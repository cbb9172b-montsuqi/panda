      *    flagging after-hours activity, then moves records older
      *    than the retention cutoff to a dated archive file and
      *    rewrites the live log with only the retained records.
      *
      *    Every run that moves records adds an entry to the audit
      *    archive index ADRSAUD.IDX (archive date, cutoff, records),
      *    which the data-subject request run ADRSDSR uses to find
      *    every archive file it has to search.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
           SELECT  ARCHIVE-FILE    ASSIGN      USING   WS-ARCH-NAME
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-ARC-STAT.
           SELECT  INDEX-FILE      ASSIGN      TO  'ADRSAUD.IDX'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-IDX-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSAUD.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
       01  KEEP-REC                PIC X(64).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC             PIC X(64).
       FD  INDEX-FILE.
       COPY    AUD-IDX.
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(100).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
       01  J           PIC S9(9)   BINARY.
       01  K           PIC S9(9)   BINARY.
       01  WS-ARC-STAT         PIC X(2).
       01  WS-IDX-STAT         PIC X(2).
       01  WS-CURRENT-DATE     PIC X(21).
       01  WS-ARCH-NAME.
           02  FILLER          PIC X(8)    VALUE 'ADRSAUD-'.
           02  WS-DYL-AFTHRS   PIC ZZZ,ZZ9.
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-DYL-FLAG     PIC X(11).
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
      *
           OPEN    INPUT        AUDIT-FILE.
           CLOSE   REPORT-FILE.
      *
           PERFORM 700-REWRITE-LOG.
           IF      WS-CNT-ARCHIVED >   ZERO
               PERFORM 650-WRITE-INDEX
           END-IF.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       050-SET-CUTOFF           SECTION.
                     ' RETAINED='         WS-CNT-RETAINED
                     ' ARCHIVE='          WS-ARCH-NAME
               UPON    CONSOLE.
      **************************************************************************
       650-WRITE-INDEX          SECTION.
      *    one entry per run that moved records, so a reader that
      *    must search every logged search can find the archives
      *    without a directory listing
           MOVE    SPACE           TO  AUD-IDX-REC.
           MOVE    WS-ARCH-DATE    TO  AIX-ARCH-DATE.
           MOVE    WS-CUTOFF-DATE  TO  AIX-CUTOFF.
           MOVE    WS-CNT-ARCHIVED TO  AIX-ROWS.
      *
           OPEN    EXTEND       INDEX-FILE.
           IF      WS-IDX-STAT NOT =   '00'
               OPEN    OUTPUT       INDEX-FILE
           END-IF.
           WRITE   AUD-IDX-REC.
           CLOSE   INDEX-FILE.
      **************************************************************************
       700-REWRITE-LOG          SECTION.
           OPEN    INPUT        KEEP-FILE.
           END-PERFORM.
           CLOSE   KEEP-FILE.
           CLOSE   AUDIT-FILE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSAUD'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           MOVE    WS-CNT-ARCHIVED TO  RUN-WRITTEN.
           MOVE    ZERO            TO  RUN-REJECTED.
           MOVE   'CUTOFF'         TO  RUN-PARM(1:6).
           MOVE    WS-CUTOFF-DATE  TO  RUN-PARM(8:8).
      *
           OPEN    EXTEND       RUNLOG-FILE.
           IF      WS-RUN-STAT NOT =   '00'
               OPEN    OUTPUT       RUNLOG-FILE
           END-IF.
           WRITE   RUNLOG-REC.
           CLOSE   RUNLOG-FILE.

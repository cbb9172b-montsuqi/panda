      *    abends the run with condition code 16, no end-of-job line
      *    and the control record flagged abnormal, so a mid-sweep
      *    database failure can never release a short report.
      *
      *    With SNAPSHOT in columns 10-17 of ADRSRPT.PRM the sort
      *    phase reads the nightly snapshot ADRSSNP.DAT instead of the
      *    database.  The snapshot is checked against its trailer
      *    first; one that is incomplete or whose totals disagree
      *    abends the run the same way before anything is sorted.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSRPT.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  SNAP-FILE       ASSIGN      TO  'ADRSSNP.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-SNP-STAT.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
       01  PRM-REC                 PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(80).
       FD  SNAP-FILE.
       COPY    SNAP-REC.
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
           02  WS-EOJ-STAMP    PIC X(14).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-EOJ-FLAG     PIC X(8).
       01  WS-SOURCE       PIC X(1)    VALUE 'D'.
       01  WS-SNP-STAT     PIC X(2).
       01  WS-SNP-OK       PIC X(1).
       01  WS-SNP-TRL      PIC X(1).
       01  WS-SNP-STAMP    PIC X(14)   VALUE SPACE.
       01  WS-SNP-COUNT    PIC S9(9)   BINARY.
       01  WS-SNP-HASH     PIC 9(15).
       01  WS-RUN-STAT     PIC X(2).
       01  WS-RUN-START    PIC X(14).
       01  WS-RUN-STAMP    PIC X(21).
       COPY    ENUM-VALUE.
       COPY    DBPATH.
       COPY    DB-ADRS.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           PERFORM 050-READ-CONTROL.
      *
           IF      FLG-RESTART =   'Y'
               MOVE    WS-CURRENT-DATE(1:14)   TO  WS-START-STAMP
               PERFORM 850-WRITE-CONTROL
               PERFORM 060-READ-PARAM
               IF      WS-SOURCE   =   'S'
                   PERFORM 090-CHECK-SNAPSHOT
                   IF      FLG-DBABEND =   'Y'
                       PERFORM 910-DB-ABEND
                   END-IF
               END-IF
               IF      WS-GRP-FILTER   NOT =   SPACE
                   PERFORM 070-LOAD-GROUP
               END-IF
      *
           PERFORM 500-END-OF-JOB.
           CLOSE   REPORT-FILE.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       050-READ-CONTROL         SECTION.
                       CONTINUE
                   NOT AT  END
                       MOVE    PRM-REC(1:8)    TO  WS-GRP-FILTER
                       IF      PRM-REC(10:8)   =   'SNAPSHOT'
                           MOVE   'S'          TO  WS-SOURCE
                       END-IF
               END-READ
               CLOSE   PARAM-FILE
           END-IF.
                   UPON    CONSOLE
               MOVE   'A'          TO  WS-CTL-FLAG
               PERFORM 850-WRITE-CONTROL-END
               MOVE    MCP-PATH    TO  WS-ABEND-PATH
               MOVE    MCP-RC      TO  WS-ABEND-RC
               MOVE    16          TO  RETURN-CODE
               PERFORM 870-WRITE-RUNLOG
               STOP    RUN
           END-IF.
      *
                   MOVE    9           TO  MCP-RC
               END-IF
           END-IF.
      **************************************************************************
       090-CHECK-SNAPSHOT       SECTION.
      *    the snapshot is trusted only when it opens with a header,
      *    ends with a trailer and nothing after it, and the trailer's
      *    count and hash agree with the detail records between
           MOVE   'N'          TO  WS-SNP-OK.
           MOVE   'N'          TO  WS-SNP-TRL.
           MOVE    ZERO        TO  WS-SNP-COUNT.
           MOVE    ZERO        TO  WS-SNP-HASH.
           MOVE    SPACE       TO  WS-SNP-STAMP.
           OPEN    INPUT        SNAP-FILE.
           IF      WS-SNP-STAT NOT =   '00'
               DISPLAY   'ADRSRPT: SNAPSHOT NOT USABLE, STATUS='
                         WS-SNP-STAT
                   UPON    CONSOLE
           ELSE
               MOVE   'N'          TO  FLG-EOF
               READ    SNAP-FILE
                   AT  END
                       MOVE   'Y'      TO  FLG-EOF
               END-READ
               IF      FLG-EOF     =   'N'
                   AND SNH-TYPE    =   'H'
                   MOVE    SNH-STAMP   TO  WS-SNP-STAMP
                   PERFORM UNTIL   FLG-EOF =   'Y'
                       READ    SNAP-FILE
                           AT  END
                               MOVE   'Y'      TO  FLG-EOF
                           NOT AT  END
                               PERFORM 091-CHECK-SNAP-REC
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE   SNAP-FILE
           END-IF.
      *
           IF      WS-SNP-OK   =   'N'
               DISPLAY   'ADRSRPT: SNAPSHOT REFUSED, STAMP=['
                         WS-SNP-STAMP '] RECORDS=' WS-SNP-COUNT
                   UPON    CONSOLE
               MOVE   'ADRSSNP.DAT'    TO  WS-ABEND-PATH
               IF      WS-SNP-STAT NUMERIC
                   MOVE    WS-SNP-STAT     TO  WS-ABEND-RC
               ELSE
                   MOVE    ZERO            TO  WS-ABEND-RC
               END-IF
               MOVE   'Y'              TO  FLG-DBABEND
           ELSE
               DISPLAY   'ADRSRPT: SNAPSHOT STAMP=' WS-SNP-STAMP
                         ' RECORDS=' WS-SNP-COUNT
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       091-CHECK-SNAP-REC       SECTION.
           EVALUATE    TRUE
             WHEN    WS-SNP-TRL  =   'Y'
      *        anything after the trailer spoils the file
               MOVE   'N'          TO  WS-SNP-OK
             WHEN    SND-TYPE    =   'D'
               ADD     1           TO  WS-SNP-COUNT
               MOVE    SND-ADRS    TO  ADRS
               IF      ADR-VERSION NUMERIC
                   ADD     ADR-VERSION TO  WS-SNP-HASH
               END-IF
             WHEN    SNT-TYPE    =   'T'
               MOVE   'Y'          TO  WS-SNP-TRL
               IF      SNT-COUNT   =   WS-SNP-COUNT
                   AND SNT-HASH    =   WS-SNP-HASH
                   MOVE   'Y'          TO  WS-SNP-OK
               END-IF
             WHEN     OTHER
               MOVE   'Y'          TO  WS-SNP-TRL
               MOVE   'N'          TO  WS-SNP-OK
           END-EVALUATE.
      **************************************************************************
       100-FETCH-ADRS           SECTION.
           MOVE    SPACE       TO  ADR-SITE.
               MOVE   'A'          TO  WS-CTL-FLAG
               PERFORM 500-END-OF-JOB
               CLOSE   REPORT-FILE
               MOVE   'ADRSRPT.SRT'    TO  WS-ABEND-PATH
               MOVE    WS-SRT-STAT     TO  WS-ABEND-RC
               MOVE    16          TO  RETURN-CODE
               PERFORM 870-WRITE-RUNLOG
               STOP    RUN
           END-IF.
           MOVE    'N'         TO  FLG-EOF.
               UPON    CONSOLE.
      **************************************************************************
       800-DBSELECT-ADRS       SECTION.
      *    from the snapshot the select opens the file already
      *    checked and steps over its header
           IF      WS-SOURCE   =   'S'
               MOVE   'ADRSSNP.DAT'    TO  MCP-PATH
               MOVE    ZERO        TO  MCP-RC
               OPEN    INPUT        SNAP-FILE
               IF      WS-SNP-STAT =   '00'
                   READ    SNAP-FILE
                       AT  END
                           MOVE    1       TO  MCP-RC
                   END-READ
               ELSE
                   MOVE    WS-SNP-STAT TO  MCP-RC
               END-IF
           ELSE
               MOVE   'DBSELECT'   TO  MCP-FUNC
               MOVE    PATH-ADRS-MAIL   TO  MCP-PATH
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRS
           END-IF.
      **************************************************************************
       800-DBFETCH-ADRS        SECTION.
           INITIALIZE  ADRS.
      *    the snapshot's trailer reads as the clean end of data
           IF      WS-SOURCE   =   'S'
               MOVE   'ADRSSNP.DAT'    TO  MCP-PATH
               READ    SNAP-FILE
                   AT  END
                       MOVE    1           TO  MCP-RC
                   NOT AT  END
                       IF      SND-TYPE    =   'D'
                           MOVE    SND-ADRS    TO  ADRS
                           MOVE    ZERO        TO  MCP-RC
                       ELSE
                           MOVE    1           TO  MCP-RC
                       END-IF
               END-READ
               IF      MCP-RC      NOT =   ZERO
                   CLOSE   SNAP-FILE
               END-IF
           ELSE
               MOVE   'DBFETCH'    TO  MCP-FUNC
               MOVE    PATH-ADRS-MAIL  TO  MCP-PATH
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRS
           END-IF.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSRPT'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-FETCHED  TO  RUN-READ.
           MOVE    WS-CNT-PRINTED  TO  RUN-WRITTEN.
           MOVE    ZERO            TO  RUN-REJECTED.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE    WS-GRP-FILTER   TO  RUN-PARM.
           IF      WS-SOURCE   =   'S'
               MOVE   'SNAPSHOT'       TO  RUN-PARM(10:8)
               MOVE    WS-SNP-STAMP    TO  RUN-PARM(19:14)
           END-IF.
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
      *    the report file may not be open yet on the group-load
      *    path; whatever is open is closed by the run ending
           MOVE    16          TO  RETURN-CODE.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       850-WRITE-CONTROL       SECTION.

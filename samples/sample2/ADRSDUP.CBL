      *    abends the run with condition code 16 and no totals, so a
      *    mid-sweep database failure can never pass for a short but
      *    normal end of job.
      *
      *    With SNAPSHOT in columns 1-8 of ADRSDUP.PRM the sweep reads
      *    the nightly snapshot ADRSSNP.DAT instead of the database.
      *    The snapshot is in postal order, so its detail records are
      *    first sorted into name-path order (site, name, key) on
      *    ADRSDUP.NAM while the file is checked against its trailer;
      *    a snapshot that is incomplete or whose totals disagree
      *    abends the run before any pair is queued.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
           SELECT  SORT-FILE       ASSIGN      TO  'ADRSDUP.WRK'.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSDUP.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSDUP.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  SNAP-FILE       ASSIGN      TO  'ADRSSNP.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-SNP-STAT.
           SELECT  NAME-SORT-FILE  ASSIGN      TO  'ADRSDUP.NWK'.
           SELECT  NAME-FILE       ASSIGN      TO  'ADRSDUP.NAM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-NAM-STAT.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
           02  SORT-SITE           PIC X(20).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(100).
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(80).
       FD  SNAP-FILE.
       COPY    SNAP-REC.
       SD  NAME-SORT-FILE.
       01  NSRT-REC.
           02  NSRT-SITE           PIC X(20).
           02  NSRT-NAME           PIC X(30).
           02  NSRT-HOME           PIC X(20).
           02  NSRT-ADRS           PIC X(302).
       FD  NAME-FILE.
       01  NAME-REC.
           02  NAM-SITE            PIC X(20).
           02  NAM-NAME            PIC X(30).
           02  NAM-HOME            PIC X(20).
           02  NAM-ADRS            PIC X(302).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
           02  WS-SUSP-HOME-1  PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-SUSP-HOME-2  PIC X(20).
       01  WS-PRM-STAT     PIC X(2).
       01  WS-NAM-STAT     PIC X(2).
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
       01  WS-TOTAL-LINE.
           02  WS-TOT-LABEL    PIC X(20).
           02  WS-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-CURRENT-DATE.
           PERFORM 060-READ-PARAM.
           IF      WS-SOURCE   =   'S'
               SORT    NAME-SORT-FILE
                       ON  ASCENDING  KEY     NSRT-SITE
                                              NSRT-NAME
                                              NSRT-HOME
                       INPUT   PROCEDURE  IS  090-CHECK-SNAPSHOT
                       GIVING  NAME-FILE
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM 050-LOAD-OPEN-PAIRS
           END-IF.
           OPEN    OUTPUT       REPORT-FILE.
           MOVE   'ADRS DUPLICATE SUSPECT REPORT'    TO  REPORT-REC.
           WRITE   REPORT-REC.
               PERFORM 400-WRITE-TOTALS
               CLOSE   REPORT-FILE
           END-IF.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       060-READ-PARAM           SECTION.
           OPEN    INPUT        PARAM-FILE.
           IF      WS-PRM-STAT =   '00'
               READ    PARAM-FILE
                   AT  END
                       CONTINUE
                   NOT AT  END
                       IF      PRM-REC(1:8)    =   'SNAPSHOT'
                           MOVE   'S'          TO  WS-SOURCE
                       END-IF
               END-READ
               CLOSE   PARAM-FILE
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
               DISPLAY   'ADRSDUP: SNAPSHOT NOT USABLE, STATUS='
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
               DISPLAY   'ADRSDUP: SNAPSHOT REFUSED, STAMP=['
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
               DISPLAY   'ADRSDUP: SNAPSHOT STAMP=' WS-SNP-STAMP
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
               MOVE    ADR-SITE    TO  NSRT-SITE
               MOVE    ADR-NAME    TO  NSRT-NAME
               MOVE    ADR-HOME    TO  NSRT-HOME
               MOVE    SND-ADRS    TO  NSRT-ADRS
               RELEASE NSRT-REC
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
       100-SWEEP-NAME           SECTION.
           MOVE    SPACE       TO  ADR-SITE.
                   END-IF
               END-IF
           END-PERFORM.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSDUP'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           MOVE    WS-CNT-QUEUED   TO  RUN-WRITTEN.
           MOVE    ZERO            TO  RUN-REJECTED.
           IF      WS-SOURCE   =   'S'
               MOVE   'SNAPSHOT'       TO  RUN-PARM(1:8)
               MOVE    WS-SNP-STAMP    TO  RUN-PARM(10:14)
           END-IF.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
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
           END-IF.
      **************************************************************************
       800-DBSELECT-ADRS       SECTION.
      *    from the snapshot the sweep reads the checked detail
      *    records already sorted into name-path order
           IF      WS-SOURCE   =   'S'
               MOVE   'ADRSDUP.NAM'    TO  MCP-PATH
               MOVE    ZERO        TO  MCP-RC
               OPEN    INPUT        NAME-FILE
               IF      WS-NAM-STAT NOT =   '00'
                   MOVE    WS-NAM-STAT TO  MCP-RC
               END-IF
           ELSE
               MOVE   'DBSELECT'   TO  MCP-FUNC
               MOVE    PATH-ADRS-NAME   TO  MCP-PATH
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRS
           END-IF.
      **************************************************************************
       800-DBFETCH-ADRS        SECTION.
           INITIALIZE  ADRS.
           IF      WS-SOURCE   =   'S'
               MOVE   'ADRSDUP.NAM'    TO  MCP-PATH
               READ    NAME-FILE
                   AT  END
                       MOVE    1           TO  MCP-RC
                   NOT AT  END
                       MOVE    NAM-ADRS    TO  ADRS
                       MOVE    ZERO        TO  MCP-RC
               END-READ
               IF      MCP-RC      NOT =   ZERO
                   CLOSE   NAME-FILE
               END-IF
           ELSE
               MOVE   'DBFETCH'    TO  MCP-FUNC
               MOVE    PATH-ADRS-NAME  TO  MCP-PATH
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRS
           END-IF.
      **************************************************************************
       860-DBFETCH-WRK         SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.

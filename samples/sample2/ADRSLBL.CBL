      *    are not printed -- they go to an exception list so the
      *    records section can work them.  Entries on the ADRSSUP
      *    do-not-contact list are dropped from the run entirely and
      *    only counted, so compliance can see the hold held; entries
      *    ADRSRTN has put on returned-mail hold are dropped and
      *    counted the same way until their address is corrected.  Each
      *    label is 40 columns wide and 6 lines deep (4 printable
      *    plus 2 spacing); blank address lines are closed up so
      *    short addresses do not leave gaps mid-label.
      *    abends the run with condition code 16 and no totals line,
      *    so a mid-sweep database failure can never hand the
      *    mailroom half a label run that looks complete.
      *
      *    With SNAPSHOT in columns 1-8 of ADRSLBL.PRM the entries are
      *    read from the nightly snapshot ADRSSNP.DAT instead of the
      *    database.  The snapshot is checked against its trailer
      *    before the run starts; one that is incomplete or whose
      *    totals disagree abends the run with nothing printed.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
                                    FILE STATUS     IS  WS-PCM-STAT.
           SELECT  EXCEPT-FILE     ASSIGN      TO  'ADRSLBL.EXC'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSLBL.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  SNAP-FILE       ASSIGN      TO  'ADRSSNP.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-SNP-STAT.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
           02  EXC-POSTAL          PIC X(8).
           02  FILLER              PIC X(1).
           02  EXC-NAME            PIC X(30).
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(80).
       FD  SNAP-FILE.
       COPY    SNAP-REC.
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
       01  WS-SUP-FOUND    PIC X(1).
       01  WS-SUP-SITE     PIC X(20).
       01  WS-SUP-HOME     PIC X(20).
       01  WS-CNT-HELD     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-RET-HELD     PIC X(1).
       01  WS-PCM-STAT     PIC X(2).
       01  WS-PCM-FOUND    PIC X(1).
       01  WS-PCM-RETIRED  PIC X(1).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-PRT-CELL-3   PIC X(40).
           02  FILLER          PIC X(8)    VALUE SPACE.
       01  WS-PRM-STAT     PIC X(2).
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
       COPY    DB-SUP.
       COPY    DB-RET.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           PERFORM 060-READ-PARAM.
           IF      WS-SOURCE   =   'S'
               PERFORM 090-CHECK-SNAPSHOT
           END-IF.
           PERFORM 050-LOAD-PCM.
           OPEN    OUTPUT       LABEL-FILE.
           OPEN    OUTPUT       EXCEPT-FILE.
      *
           IF      FLG-DBABEND =   'N'
               SORT    SORT-FILE
                       ON  ASCENDING  KEY     SORT-POSTAL
                                              SORT-KEY-ADDR
                                              SORT-NAME
                       INPUT   PROCEDURE  IS  100-FETCH-ADRS
                       OUTPUT  PROCEDURE  IS  300-BUILD-LABELS
           END-IF.
      *
           CLOSE   LABEL-FILE.
           CLOSE   EXCEPT-FILE.
                         ' TRAYS='            WS-CNT-TRAYS
                         ' EXCEPTIONS='       WS-CNT-EXCEPT
                         ' SUPPRESSED='       WS-CNT-SUPP
                         ' HELD='             WS-CNT-HELD
                   UPON    CONSOLE
           END-IF.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       050-LOAD-PCM             SECTION.
      *
           DISPLAY   'ADRSLBL: POSTAL MASTER ENTRIES=' WS-PCM-CNT
               UPON    CONSOLE.
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
               DISPLAY   'ADRSLBL: SNAPSHOT NOT USABLE, STATUS='
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
               DISPLAY   'ADRSLBL: SNAPSHOT REFUSED, STAMP=['
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
               DISPLAY   'ADRSLBL: SNAPSHOT STAMP=' WS-SNP-STAMP
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
               IF      WS-SUP-FOUND    =   'Y'
                   ADD     1           TO  WS-CNT-SUPP
               ELSE
                   PERFORM 156-CHECK-HOLD
                   IF      FLG-DBABEND =   'Y'
                       CONTINUE
                   ELSE
                       IF      WS-RET-HELD =   'Y'
                           ADD     1           TO  WS-CNT-HELD
                       ELSE
                           PERFORM 151-ROUTE-UNSUPPRESSED
                       END-IF
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       156-CHECK-HOLD           SECTION.
      *    an address the post office keeps sending back is not
      *    printed again until somebody corrects it
           MOVE   'N'          TO  WS-RET-HELD.
           MOVE    WS-SUP-SITE TO  RET-SITE.
           MOVE    WS-SUP-HOME TO  RET-HOME.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-RET-PRIMARY    TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSRET.
      *
           IF      MCP-RC      =   ZERO
               MOVE   'DBFETCH'    TO  MCP-FUNC
               MOVE    PATH-RET-PRIMARY    TO  MCP-PATH
               INITIALIZE  ADRSRET
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRSRET
           END-IF.
      *
      *    same positional-cursor key check as the suppression
      *    lookup; a failed lookup abends the run like any other
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      RET-SITE    =   WS-SUP-SITE
                   AND RET-HOME    =   WS-SUP-HOME
                   AND RET-HOLD    =   'H'
                   MOVE   'Y'          TO  WS-RET-HELD
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       160-CHECK-POSTAL         SECTION.
           MOVE   'N'          TO  WS-PCM-FOUND.
           WRITE   LABEL-REC.
           MOVE    SPACE       TO  LABEL-REC.
           WRITE   LABEL-REC.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSLBL'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           MOVE    WS-CNT-LABELS   TO  RUN-WRITTEN.
           MOVE    WS-CNT-EXCEPT   TO  RUN-REJECTED.
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

      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16: no totals, and no
      *    cleanup on the strength of a partial or failed sweep.
      *
      *    With SNAPSHOT in columns 9-16 of ADRSGRCN.PRM the ADRS side
      *    of the check comes from the nightly snapshot ADRSSNP.DAT
      *    instead of one database lookup per member: the snapshot
      *    keys and the membership rows are sorted together by site
      *    and key and matched in one pass.  The snapshot is checked
      *    against its trailer first, and one that is incomplete or
      *    whose totals disagree abends the run.  Because the snapshot
      *    is a night old, CLEANUP looks each orphan up on the
      *    database again before deleting it, and leaves alone any
      *    whose ADRS record has come back since.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSGRCN.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  SNAP-FILE       ASSIGN      TO  'ADRSSNP.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-SNP-STAT.
           SELECT  MATCH-FILE      ASSIGN      TO  'ADRSGRCN.WRK'.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(100).
       FD  SNAP-FILE.
       COPY    SNAP-REC.
       SD  MATCH-FILE.
       01  MSRT-REC.
           02  MSRT-SITE           PIC X(20).
           02  MSRT-HOME           PIC X(20).
      *        '1' -- an ADRS key on the snapshot
      *        '2' -- a membership row naming that key
           02  MSRT-TYPE           PIC X(1).
           02  MSRT-CODE           PIC X(8).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
       01  WS-CNT-NOHDR    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-DELETED  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-DELFAIL  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-LIVE     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-DEL-OK       PIC X(1).
       01  WS-LAST-SITE    PIC X(20).
       01  WS-LAST-HOME    PIC X(20).
       01  WS-HDR-TBL.
           02  WS-HDR-CNT      PIC S9(4)   BINARY  VALUE ZERO.
           02  WS-HDR-ENT      OCCURS 200 TIMES.
               03  WS-BAD-SITE     PIC X(20).
               03  WS-BAD-CODE     PIC X(8).
               03  WS-BAD-HOME     PIC X(20).
               03  WS-BAD-WHY      PIC X(1).
       01  WS-BAD-LINE.
           02  WS-BAD-REASON   PIC X(6).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-BDL-CODE     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-BDL-HOME     PIC X(20).
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
           PERFORM 050-READ-PARAM.
           OPEN    OUTPUT       REPORT-FILE.
           MOVE   'ADRSGRP MEMBERSHIP RECONCILIATION'  TO  REPORT-REC.
      *
           PERFORM 100-COLLECT-HEADERS.
           IF      FLG-DBABEND =   'N'
               IF      WS-SOURCE   =   'S'
                   SORT    MATCH-FILE
                           ON  ASCENDING  KEY     MSRT-SITE
                                                  MSRT-HOME
                                                  MSRT-TYPE
                           INPUT   PROCEDURE  IS  250-MATCH-INPUT
                           OUTPUT  PROCEDURE  IS  260-MATCH-OUTPUT
               ELSE
                   PERFORM 200-CHECK-MEMBERS
               END-IF
           END-IF.
           IF      WS-CLEANUP  =   'Y'
               AND FLG-DBABEND =   'N'
               PERFORM 600-WRITE-TOTALS
               CLOSE   REPORT-FILE
           END-IF.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       050-READ-PARAM           SECTION.
                       IF      PRM-REC(1:7)    =   'CLEANUP'
                           MOVE   'Y'          TO  WS-CLEANUP
                       END-IF
                       IF      PRM-REC(9:8)    =   'SNAPSHOT'
                           MOVE   'S'          TO  WS-SOURCE
                       END-IF
               END-READ
               CLOSE   PARAM-FILE
           END-IF.
      *
           DISPLAY   'ADRSGRCN: CLEANUP=' WS-CLEANUP
                     ' SOURCE=' WS-SOURCE
               UPON    CONSOLE.
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
               DISPLAY   'ADRSGRCN: SNAPSHOT NOT USABLE, STATUS='
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
               DISPLAY   'ADRSGRCN: SNAPSHOT REFUSED, STAMP=['
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
               DISPLAY   'ADRSGRCN: SNAPSHOT STAMP=' WS-SNP-STAMP
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
               MOVE    ADR-SITE    TO  MSRT-SITE
               MOVE    ADR-HOME    TO  MSRT-HOME
               MOVE   '1'          TO  MSRT-TYPE
               MOVE    SPACE       TO  MSRT-CODE
               RELEASE MSRT-REC
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
       100-COLLECT-HEADERS      SECTION.
           PERFORM 830-DBSELECT-GRP.
               MOVE   'Y'          TO  WS-ADR-FOUND
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
           PERFORM 220-JUDGE-MEMBER.
      **************************************************************************
       220-JUDGE-MEMBER         SECTION.
      *    WS-ADR-FOUND says whether the member's ADRS record exists,
      *    from the database or from the snapshot
           MOVE   'Y'          TO  WS-HDR-FOUND.
           IF      WS-ADR-FOUND    =   'Y'
               AND FLG-HDR-FULL    =   'N'
               MOVE    GRP-SITE    TO  WS-BAD-SITE(WS-BAD-CNT)
               MOVE    GRP-CODE    TO  WS-BAD-CODE(WS-BAD-CNT)
               MOVE    GRP-HOME    TO  WS-BAD-HOME(WS-BAD-CNT)
               MOVE    WS-BAD-REASON(1:1)
                                   TO  WS-BAD-WHY(WS-BAD-CNT)
           ELSE
               DISPLAY   'ADRSGRCN: CLEANUP TABLE FULL, '
                         GRP-CODE ' ' GRP-HOME ' NOT QUEUED'
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       250-MATCH-INPUT          SECTION.
      *    the snapshot keys go in first; the membership rows follow
      *    only when the snapshot has proved itself
           PERFORM 090-CHECK-SNAPSHOT.
           IF      FLG-DBABEND =   'N'
               PERFORM 255-RELEASE-MEMBERS
           END-IF.
      **************************************************************************
       255-RELEASE-MEMBERS      SECTION.
           PERFORM 830-DBSELECT-GRP.
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSGRCN: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 831-DBFETCH-GRP
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   ADD     1           TO  WS-CNT-READ
                   IF      GRP-HOME    =   SPACE
                       ADD     1           TO  WS-CNT-HEADERS
                   ELSE
                       ADD     1           TO  WS-CNT-MEMBERS
                       MOVE    GRP-SITE    TO  MSRT-SITE
                       MOVE    GRP-HOME    TO  MSRT-HOME
                       MOVE   '2'          TO  MSRT-TYPE
                       MOVE    GRP-CODE    TO  MSRT-CODE
                       RELEASE MSRT-REC
                   END-IF
                   PERFORM 831-DBFETCH-GRP
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       260-MATCH-OUTPUT         SECTION.
      *    a membership row sorts straight after the snapshot key it
      *    names, so the last key seen says whether its ADRS exists
           MOVE   'N'          TO  FLG-EOF.
           MOVE    SPACE       TO  WS-LAST-SITE.
           MOVE    SPACE       TO  WS-LAST-HOME.
           PERFORM UNTIL   FLG-EOF =   'Y'
               RETURN  MATCH-FILE
                   AT  END
                       MOVE    'Y'     TO  FLG-EOF
                   NOT AT  END
                       IF      FLG-DBABEND =   'N'
                           PERFORM 265-MATCH-ONE
                       END-IF
               END-RETURN
           END-PERFORM.
      **************************************************************************
       265-MATCH-ONE            SECTION.
           IF      MSRT-TYPE   =   '1'
               MOVE    MSRT-SITE   TO  WS-LAST-SITE
               MOVE    MSRT-HOME   TO  WS-LAST-HOME
           ELSE
               MOVE    MSRT-SITE   TO  GRP-SITE
               MOVE    MSRT-CODE   TO  GRP-CODE
               MOVE    MSRT-HOME   TO  GRP-HOME
               IF      MSRT-SITE   =   WS-LAST-SITE
                   AND MSRT-HOME   =   WS-LAST-HOME
                   MOVE   'Y'          TO  WS-ADR-FOUND
               ELSE
                   MOVE   'N'          TO  WS-ADR-FOUND
               END-IF
               PERFORM 220-JUDGE-MEMBER
           END-IF.
      **************************************************************************
       400-CLEANUP-ROWS         SECTION.
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-BAD-CNT
               MOVE   'Y'          TO  WS-DEL-OK
               IF      WS-SOURCE       =   'S'
                   AND WS-BAD-WHY(K)   =   'O'
                   PERFORM 405-RECHECK-ORPHAN
               END-IF
               IF      WS-DEL-OK   =   'Y'
                   PERFORM 410-DELETE-ROW
               END-IF
           END-PERFORM.
      **************************************************************************
       405-RECHECK-ORPHAN       SECTION.
      *    the snapshot only says the record was gone last night; the
      *    row is deleted only if the database still agrees
           MOVE    WS-BAD-SITE(K)  TO  WS-CHK-SITE.
           MOVE    WS-BAD-HOME(K)  TO  WS-CHK-HOME.
           PERFORM 810-FETCH-ONE-ADRS.
           EVALUATE    TRUE
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN    MCP-RC-OK
               MOVE   'N'          TO  WS-DEL-OK
               ADD     1           TO  WS-CNT-LIVE
               DISPLAY   'ADRSGRCN: ' WS-BAD-CODE(K) ' ' WS-BAD-HOME(K)
                         ' BACK ON FILE, NOT DELETED'
                   UPON    CONSOLE
             WHEN     OTHER
               MOVE   'N'          TO  WS-DEL-OK
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       410-DELETE-ROW           SECTION.
           MOVE    WS-BAD-SITE(K)  TO  GRP-SITE.
           MOVE    WS-BAD-CODE(K)  TO  GRP-CODE.
           MOVE    SPACE           TO  GRP-NAME.
           MOVE    WS-BAD-HOME(K)  TO  GRP-HOME.
           PERFORM 833-DBDELETE-GRP.
           IF      MCP-RC      =   ZERO
               ADD     1           TO  WS-CNT-DELETED
           ELSE
               ADD     1           TO  WS-CNT-DELFAIL
               DISPLAY   'ADRSGRCN: DBDELETE FAILED, '
                         WS-BAD-CODE(K) ' ' WS-BAD-HOME(K)
                         ' MCP-RC=' MCP-RC
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       600-WRITE-TOTALS         SECTION.
           IF      WS-SOURCE   =   'S'
               MOVE    SPACE           TO  REPORT-REC
               STRING 'ADRS SIDE FROM SNAPSHOT OF ' WS-SNP-STAMP
                       DELIMITED BY SIZE   INTO    REPORT-REC
               WRITE   REPORT-REC
           END-IF.
           IF      FLG-HDR-FULL    =   'Y'
               MOVE   'HEADER TABLE FULL - NOHDR CHECK SKIPPED'
                                       TO  REPORT-REC
           MOVE    WS-CNT-DELFAIL      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           IF      WS-SOURCE   =   'S'
               MOVE   'ORPHANS BACK ON FILE'   TO  WS-TOT-LABEL
               MOVE    WS-CNT-LIVE         TO  WS-TOT-COUNT
               MOVE    WS-TOTAL-LINE       TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
      *
           DISPLAY   'ADRSGRCN: READ='     WS-CNT-READ
                     ' ORPHAN='            WS-CNT-ORPHAN
                     ' NOHDR='             WS-CNT-NOHDR
                     ' DELETED='           WS-CNT-DELETED
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSGRCN'       TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           MOVE    WS-CNT-DELETED  TO  RUN-WRITTEN.
           COMPUTE RUN-REJECTED =  WS-CNT-ORPHAN   +   WS-CNT-NOHDR.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           IF      WS-CLEANUP  =   'Y'
               MOVE   'CLEANUP'        TO  RUN-PARM
           END-IF.
           IF      WS-SOURCE   =   'S'
               MOVE   'SNAPSHOT'       TO  RUN-PARM(9:8)
               MOVE    WS-SNP-STAMP    TO  RUN-PARM(18:14)
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

      *    ADRSXCH.PRM:  'EXPORT <site>'  writes that site's records
      *                  'APPLY  <site>'  applies the file to that site
      *
      *    An incoming key the data-subject run ADRSDSR has erased in
      *    the receiving site (an ADRSSUP row flagged 'E') is never
      *    applied; it is counted as erased and skipped, so another
      *    site's copy cannot bring the person back.
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16 and no totals, so a
      *    mid-sweep database failure can never pass for a short but
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSXCH.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       FD  XCHANGE-FILE.
       01  PRM-REC                 PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
       01  WS-CNT-SKIP     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-CONFLICT PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-FAIL     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-ERASED   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-SUP-ERASED   PIC X(1).
       01  WS-IMAGE-LINE.
           02  WS-IMG-TAG      PIC X(9).
           02  WS-IMG-HOME     PIC X(20).
           02  WS-IMG-NAME     PIC X(30).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-IMG-TEL      PIC X(15).
       01  WS-RUN-STAT     PIC X(2).
       01  WS-RUN-START    PIC X(14).
       01  WS-RUN-STAMP    PIC X(21).
       01  WS-TOTAL-LINE.
           02  WS-TOT-LABEL    PIC X(20).
           02  WS-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
       COPY    ENUM-VALUE.
       COPY    DBPATH.
       COPY    DB-ADRS.
       COPY    DB-SUP.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           PERFORM 050-READ-PARAM.
           OPEN    OUTPUT       REPORT-FILE.
      *
               PERFORM 600-WRITE-TOTALS
               CLOSE   REPORT-FILE
           END-IF.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       050-READ-PARAM           SECTION.
                       NOT AT  END
                           ADD     1       TO  WS-CNT-READ
                           IF      FLG-DBABEND =   'N'
                               PERFORM 205-CHECK-ERASED
                           END-IF
                           IF      FLG-DBABEND =   'N'
                               AND WS-SUP-ERASED   =   'N'
                               PERFORM 210-APPLY-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   XCHANGE-FILE
           END-IF.
      **************************************************************************
       205-CHECK-ERASED         SECTION.
      *    a key erased at the customer's request stays erased; as
      *    with the ADRS lookup, a failed read abends rather than
      *    letting the row through on a guess
           MOVE   'N'          TO  WS-SUP-ERASED.
           PERFORM 840-FETCH-ONE-SUP.
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      SUP-FLAG    =   'E'
                   MOVE   'Y'          TO  WS-SUP-ERASED
                   ADD     1           TO  WS-CNT-ERASED
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       210-APPLY-ONE            SECTION.
           IF      XCH-VERSION NUMERIC
               MOVE    WS-CNT-FAIL     TO  WS-TOT-COUNT
               MOVE    WS-TOTAL-LINE   TO  REPORT-REC
               WRITE   REPORT-REC
               MOVE   'ERASED SKIPPED' TO  WS-TOT-LABEL
               MOVE    WS-CNT-ERASED   TO  WS-TOT-COUNT
               MOVE    WS-TOTAL-LINE   TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
      *
           DISPLAY   'ADRSXCH: READ='      WS-CNT-READ
                     ' UPD='               WS-CNT-UPDATE
                     ' SKIP='              WS-CNT-SKIP
                     ' CONFLICT='          WS-CNT-CONFLICT
                     ' ERASED='            WS-CNT-ERASED
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSXCH'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           COMPUTE RUN-WRITTEN =   WS-CNT-WRITTEN  +   WS-CNT-INSERT
                               +   WS-CNT-UPDATE.
           COMPUTE RUN-REJECTED =  WS-CNT-CONFLICT +   WS-CNT-FAIL
                               +   WS-CNT-ERASED.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE    WS-MODE         TO  RUN-PARM.
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
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       840-FETCH-ONE-SUP       SECTION.
           MOVE    WS-XCH-SITE     TO  SUP-SITE.
           MOVE    XCH-HOME        TO  SUP-HOME.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-SUP-PRIMARY    TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSSUP.
      *
           IF      MCP-RC      =   ZERO
               MOVE   'DBFETCH'    TO  MCP-FUNC
               MOVE    PATH-SUP-PRIMARY    TO  MCP-PATH
               INITIALIZE  ADRSSUP
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRSSUP
           END-IF.
      *
           IF      MCP-RC      =   ZERO
               IF      SUP-SITE    NOT =   WS-XCH-SITE
                   OR  SUP-HOME    NOT =   XCH-HOME
                   MOVE    9           TO  MCP-RC
               END-IF
           END-IF.

       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSAPX.
      ******************************************************************
      * PANDA -- a simple transaction monitor
      *
      * Copyright (C) 2000-2002 Ogochan & JMA (Japan Medical Association).
      *
      * This module is part of PANDA.
      *
      *     PANDA is distributed in the hope that it will be useful, but
      * WITHOUT ANY WARRANTY.  No author or distributor accepts
      * responsibility to anyone for the consequences of using it or for
      * whether it serves any particular purpose or works at all, unless
      * he says so in writing.
      * Refer to the GNU General Public License for full details.
      *
      *     Everyone is granted permission to copy, modify and
      * redistribute PANDA, but only under the conditions described in
      * the GNU General Public License.  A copy of this license is
      * supposed to have been given to you along with PANDA so you can
      * know your rights and responsibilities.  It should be in a file
      * named COPYING.  Among other things, the copyright notice and
      * this notice must be preserved on all copies.
      ******************************************************************
      *   システム名      ：PANDA TPモニタ
      *   サブシステム名  ：デモ
      *   コンポーネント名：サンプル（承認依頼期限切れバッチ）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Nightly expiry of the ADRSAPR approval queue.  Every
      *    request still open (waiting for a second supervisor) that
      *    was made more than the set number of days before the run
      *    date is closed as expired, stamped ADRSAPX/BATCH, and
      *    listed for the supervisors' morning review.  A merge
      *    request that came off the duplicate worklist puts its
      *    pair back open on ADRSWRK for the next clerk.
      *
      *    ADRSAPX.PRM, columns 1-3: the number of days a request
      *    may wait (blank or no parameter means 7).
      *
      *    The queue is swept to the sort first and each request is
      *    read again by its key before it is closed, so one approved
      *    on line while the job runs is left as it is.
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16 and no totals, and
      *    nothing is expired off the back of a partial sweep.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  SORT-FILE       ASSIGN      TO  'ADRSAPX.WRK'.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSAPX.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSAPX.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
       01  SORT-REC.
           02  SORT-SITE           PIC X(20).
           02  SORT-DATE           PIC X(8).
           02  SORT-TIME           PIC X(6).
           02  SORT-TERM           PIC X(8).
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(100).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
           02  FLG-DBABEND PIC X   VALUE 'N'.
       01  WS-ABEND-PATH   PIC X(16).
       01  WS-ABEND-RC     PIC S9(4).
       01  WS-PRM-STAT     PIC X(2).
       01  WS-DAYS-TEXT    PIC X(3)    VALUE SPACE.
       01  WS-WAIT-DAYS    PIC 9(3)    VALUE 7.
       01  WS-CURRENT-DATE PIC X(21).
       01  WS-DATE-NUM     PIC 9(8).
       01  WS-DAYNUM       PIC S9(9)   BINARY.
       01  WS-CUTOFF-DATE  PIC X(8).
       01  WS-APR-FOUND    PIC X(1).
       01  WS-WRK-NOTE     PIC X(20).
       01  WS-CNT-READ     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-PICKED   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-EXPIRED  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-SKIPPED  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-WRKOPEN  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-PAGE-NO      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-NO      PIC 9(4)    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 55.
       01  WS-HEADING-1.
           02  FILLER          PIC X(40)
                               VALUE 'APPROVAL REQUESTS EXPIRED'.
           02  FILLER          PIC X(12)   VALUE 'OPEN BEFORE '.
           02  WS-HDG-CUTOFF   PIC X(8).
           02  FILLER          PIC X(4)    VALUE SPACE.
           02  FILLER          PIC X(5)    VALUE 'PAGE '.
           02  WS-HDG-PAGE-NO  PIC ZZZ9.
       01  WS-HEADING-2.
           02  FILLER          PIC X(30)
               VALUE 'SITE                  DATE    '.
           02  FILLER          PIC X(30)
               VALUE '  TIME    TERMINAL  OPERATOR  '.
           02  FILLER          PIC X(30)
               VALUE 'ACTION  MAIL KEY'.
       01  WS-HEADING-3.
           02  FILLER          PIC X(100)  VALUE ALL '-'.
       01  WS-EXP-LINE.
           02  WS-EXL-SITE     PIC X(20).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-DATE     PIC X(8).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-TIME     PIC X(6).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-TERM     PIC X(8).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-OPER     PIC X(8).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-ACTION   PIC X(6).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-HOME     PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-EXL-NOTE     PIC X(11).
       01  WS-RUN-STAT     PIC X(2).
       01  WS-RUN-START    PIC X(14).
       01  WS-RUN-STAMP    PIC X(21).
       01  WS-TOTAL-LINE.
           02  WS-TOT-LABEL    PIC X(20).
           02  WS-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
       COPY    ENUM-VALUE.
       COPY    DBPATH.
       COPY    DB-APR.
       COPY    DB-WRK.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           PERFORM 050-READ-PARAM.
           OPEN    OUTPUT       REPORT-FILE.
      *
           SORT    SORT-FILE
                   ON  ASCENDING  KEY     SORT-SITE
                                          SORT-DATE
                                          SORT-TIME
                                          SORT-TERM
                   INPUT   PROCEDURE  IS  100-SWEEP-APR
                   OUTPUT  PROCEDURE  IS  300-EXPIRE-APR.
      *
           IF      FLG-DBABEND =   'Y'
               CLOSE   REPORT-FILE
               DISPLAY   'ADRSAPX: ABEND, PATH=' WS-ABEND-PATH
                         ' RC=' WS-ABEND-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
           ELSE
               PERFORM 600-WRITE-TOTALS
               CLOSE   REPORT-FILE
           END-IF.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       050-READ-PARAM           SECTION.
           OPEN    INPUT        PARAM-FILE.
           IF      WS-PRM-STAT =   '00'
               READ    PARAM-FILE
                   AT  END
                       CONTINUE
                   NOT AT  END
                       MOVE    PRM-REC(1:3)    TO  WS-DAYS-TEXT
               END-READ
               CLOSE   PARAM-FILE
           END-IF.
           IF      WS-DAYS-TEXT    NUMERIC
               MOVE    WS-DAYS-TEXT    TO  WS-WAIT-DAYS
           END-IF.
      *
      *    a request made on the cutoff date itself still has a day
      *    to run
           MOVE    FUNCTION CURRENT-DATE   TO  WS-CURRENT-DATE.
           MOVE    WS-CURRENT-DATE(1:8)    TO  WS-DATE-NUM.
           COMPUTE WS-DAYNUM   =
                   FUNCTION INTEGER-OF-DATE ( WS-DATE-NUM )
                 - WS-WAIT-DAYS.
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER ( WS-DAYNUM ).
           MOVE    WS-DATE-NUM     TO  WS-CUTOFF-DATE.
           MOVE    WS-CUTOFF-DATE  TO  WS-HDG-CUTOFF.
      *
           DISPLAY   'ADRSAPX: DAYS=' WS-WAIT-DAYS
                     ' CUTOFF=' WS-CUTOFF-DATE
               UPON    CONSOLE.
      **************************************************************************
       100-SWEEP-APR            SECTION.
           INITIALIZE  ADRSAPR.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.
      *
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSAPX: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 805-DBFETCH-APR
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   ADD     1           TO  WS-CNT-READ
                   IF      APR-STATUS  =   'O'
                       AND APR-DATE    <   WS-CUTOFF-DATE
                       ADD     1           TO  WS-CNT-PICKED
                       MOVE    APR-SITE    TO  SORT-SITE
                       MOVE    APR-DATE    TO  SORT-DATE
                       MOVE    APR-TIME    TO  SORT-TIME
                       MOVE    APR-TERM    TO  SORT-TERM
                       RELEASE SORT-REC
                   END-IF
                   PERFORM 805-DBFETCH-APR
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       300-EXPIRE-APR           SECTION.
           MOVE   'N'          TO  FLG-EOF.
           PERFORM UNTIL   FLG-EOF =   'Y'
               RETURN  SORT-FILE
                   AT  END
                       MOVE   'Y'      TO  FLG-EOF
                   NOT AT  END
      *                never expire anything off the back of a sweep
      *                that did not reach its true end
                       IF      FLG-DBABEND =   'N'
                           PERFORM 310-EXPIRE-ONE
                       END-IF
               END-RETURN
           END-PERFORM.
      **************************************************************************
       310-EXPIRE-ONE           SECTION.
           PERFORM 320-FETCH-ONE-APR.
           IF      WS-APR-FOUND    =   'N'
               ADD     1           TO  WS-CNT-SKIPPED
           ELSE
               MOVE   'E'          TO  APR-STATUS
               MOVE   'ADRSAPX'    TO  APR-DEC-OPER
               MOVE   'BATCH'      TO  APR-DEC-TERM
               MOVE    WS-CURRENT-DATE(1:8)    TO  APR-DEC-DATE
               MOVE    WS-CURRENT-DATE(9:6)    TO  APR-DEC-TIME
               MOVE    SPACE       TO  APR-DEC-REASON
               STRING 'EXPIRED AFTER '     WS-WAIT-DAYS
                      ' DAYS'
                       DELIMITED BY SIZE
                   INTO    APR-DEC-REASON
               END-STRING
               MOVE   'DBUPDATE'   TO  MCP-FUNC
               MOVE    PATH-APR-PRIMARY    TO  MCP-PATH
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRSAPR
               IF      MCP-RC      NOT =   ZERO
                   PERFORM 880-FLAG-ABEND
               ELSE
                   ADD     1           TO  WS-CNT-EXPIRED
                   MOVE    SPACE       TO  WS-WRK-NOTE
                   IF      APR-ACTION      =   'M'
                       AND APR-WRK-DATE    NOT =   SPACE
                       PERFORM 330-REOPEN-WRK
                   END-IF
                   PERFORM 380-WRITE-EXPIRED
               END-IF
           END-IF.
      **************************************************************************
       320-FETCH-ONE-APR        SECTION.
      *    the cursor is positional: check the key, and that nobody
      *    has decided the request since the sweep
           MOVE   'N'          TO  WS-APR-FOUND.
           INITIALIZE  ADRSAPR.
           MOVE    SORT-SITE   TO  APR-SITE.
           MOVE    SORT-DATE   TO  APR-DATE.
           MOVE    SORT-TIME   TO  APR-TIME.
           MOVE    SORT-TERM   TO  APR-TERM.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.
           IF      MCP-RC      =   ZERO
               PERFORM 805-DBFETCH-APR
           END-IF.
      *
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      APR-SITE    =   SORT-SITE
                   AND APR-DATE    =   SORT-DATE
                   AND APR-TIME    =   SORT-TIME
                   AND APR-TERM    =   SORT-TERM
                   AND APR-STATUS  =   'O'
                   MOVE   'Y'          TO  WS-APR-FOUND
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       330-REOPEN-WRK           SECTION.
      *    only a pair still waiting on this request goes back open;
      *    a failed update is reported, not abended, since the
      *    request itself is already closed
           INITIALIZE  ADRSWRK.
           MOVE    APR-SITE        TO  WRK-SITE.
           MOVE    APR-WRK-DATE    TO  WRK-DATE.
           MOVE    APR-WRK-TIME    TO  WRK-TIME.
           MOVE    APR-WRK-SEQ     TO  WRK-SEQ.
           MOVE    APR-WRK-REASON  TO  WRK-REASON.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-WRK-PRIMARY    TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSWRK.
           IF      MCP-RC      =   ZERO
               MOVE   'DBFETCH'    TO  MCP-FUNC
               MOVE    PATH-WRK-PRIMARY    TO  MCP-PATH
               INITIALIZE  ADRSWRK
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRSWRK
           END-IF.
      *
           IF      MCP-RC      =   ZERO
               AND WRK-SITE    =   APR-SITE
               AND WRK-DATE    =   APR-WRK-DATE
               AND WRK-TIME    =   APR-WRK-TIME
               AND WRK-SEQ     =   APR-WRK-SEQ
               AND WRK-STATUS  =   'P'
               MOVE   'O'          TO  WRK-STATUS
               MOVE   'DBUPDATE'   TO  MCP-FUNC
               MOVE    PATH-WRK-PRIMARY    TO  MCP-PATH
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRSWRK
               IF      MCP-RC      =   ZERO
                   ADD     1           TO  WS-CNT-WRKOPEN
                   MOVE   'PAIR REOPEN'    TO  WS-WRK-NOTE
               ELSE
                   MOVE   'PAIR FAILED'    TO  WS-WRK-NOTE
                   DISPLAY   'ADRSAPX: WORKLIST UPDATE FAILED, KEY='
                             APR-WRK-DATE APR-WRK-TIME
                             ' MCP-RC=' MCP-RC
                       UPON    CONSOLE
               END-IF
           END-IF.
      **************************************************************************
       380-WRITE-EXPIRED        SECTION.
           IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
               PERFORM 390-WRITE-HEADING
           END-IF.
           MOVE    APR-SITE    TO  WS-EXL-SITE.
           MOVE    APR-DATE    TO  WS-EXL-DATE.
           MOVE    APR-TIME    TO  WS-EXL-TIME.
           MOVE    APR-TERM    TO  WS-EXL-TERM.
           MOVE    APR-OPER    TO  WS-EXL-OPER.
           EVALUATE    APR-ACTION
             WHEN    'D'
               MOVE   'DELETE'     TO  WS-EXL-ACTION
             WHEN    'B'
               MOVE   'BULK'       TO  WS-EXL-ACTION
             WHEN    'M'
               MOVE   'MERGE'      TO  WS-EXL-ACTION
             WHEN    'R'
               MOVE   'RESTOR'     TO  WS-EXL-ACTION
             WHEN    'S'
               MOVE   'SUPCLR'     TO  WS-EXL-ACTION
             WHEN     OTHER
               MOVE    APR-ACTION  TO  WS-EXL-ACTION
           END-EVALUATE.
           MOVE    APR-HOME(1) TO  WS-EXL-HOME.
           MOVE    WS-WRK-NOTE TO  WS-EXL-NOTE.
           MOVE    WS-EXP-LINE TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     1           TO  WS-LINE-NO.
      **************************************************************************
       390-WRITE-HEADING        SECTION.
           ADD     1               TO  WS-PAGE-NO.
           MOVE    WS-PAGE-NO      TO  WS-HDG-PAGE-NO.
           MOVE    WS-HEADING-1    TO  REPORT-REC.
           IF      WS-PAGE-NO  =   1
               WRITE   REPORT-REC
           ELSE
               WRITE   REPORT-REC  AFTER ADVANCING PAGE
           END-IF.
           MOVE    WS-HEADING-2    TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    WS-HEADING-3    TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    4               TO  WS-LINE-NO.
      **************************************************************************
       600-WRITE-TOTALS         SECTION.
      *    the page always prints, so an empty one is the morning
      *    review's evidence that nothing was left waiting
           IF      WS-PAGE-NO  =   ZERO
               PERFORM 390-WRITE-HEADING
               MOVE   'NO REQUESTS EXPIRED'    TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'REQUESTS READ'      TO  WS-TOT-LABEL.
           MOVE    WS-CNT-READ         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'PAST CUTOFF'        TO  WS-TOT-LABEL.
           MOVE    WS-CNT-PICKED       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'EXPIRED'            TO  WS-TOT-LABEL.
           MOVE    WS-CNT-EXPIRED      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'DECIDED MEANWHILE'  TO  WS-TOT-LABEL.
           MOVE    WS-CNT-SKIPPED      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'PAIRS REOPENED'     TO  WS-TOT-LABEL.
           MOVE    WS-CNT-WRKOPEN      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           DISPLAY   'ADRSAPX: READ='      WS-CNT-READ
                     ' PICKED='            WS-CNT-PICKED
                     ' EXPIRED='           WS-CNT-EXPIRED
                     ' SKIPPED='           WS-CNT-SKIPPED
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSAPX'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           MOVE    WS-CNT-EXPIRED  TO  RUN-WRITTEN.
           MOVE    WS-CNT-SKIPPED  TO  RUN-REJECTED.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE    WS-WAIT-DAYS    TO  RUN-PARM(1:3).
           MOVE    WS-CUTOFF-DATE  TO  RUN-PARM(5:8).
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
      *    side effects of pressing on to the end of the sort
           IF      FLG-DBABEND =   'N'
               MOVE   'Y'          TO  FLG-DBABEND
               MOVE    MCP-PATH    TO  WS-ABEND-PATH
               MOVE    MCP-RC      TO  WS-ABEND-RC
           END-IF.
      **************************************************************************
       805-DBFETCH-APR         SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
           INITIALIZE  ADRSAPR.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.

       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSRTN.
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
      *   コンポーネント名：サンプル（返送郵便取込バッチ）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Returned-mail intake.  The mailroom keys every piece the
      *    post office sends back into ADRSRTN.DAT -- site, mail key,
      *    the date it came back and the post office reason code --
      *    and this run posts each one to the ADRSRET returned-mail
      *    database, one row per entry carrying the bounce count.
      *    When the count reaches the hold threshold the entry is put
      *    on hold: ADRSLBL and the list window's exports leave it out
      *    until somebody corrects the address, so the same dead
      *    address is not mailed month after month.
      *
      *    ADRSRTN.PRM, columns 1-2: the hold threshold, the number
      *    of returns that puts an entry on hold (default 02).
      *
      *    A return dated on or before the last address correction
      *    was addressed to the old address and is listed as STALE
      *    without being counted; a return with the same date and
      *    reason as the last one posted is taken for a second keying
      *    of the same piece and listed as DUPL.  Returns for a key
      *    that is no longer on ADRS, and unusable input lines, are
      *    listed and skipped.
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16 and no totals; the
      *    rows already posted stay posted, and the DUPL check keeps
      *    a rerun of the same file from counting them twice.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  RETURN-FILE     ASSIGN      TO  'ADRSRTN.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RTN-STAT.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSRTN.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSRTN.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       FD  RETURN-FILE.
       01  RTN-REC.
           02  RTN-SITE            PIC X(20).
           02  FILLER              PIC X(1).
           02  RTN-HOME            PIC X(20).
           02  FILLER              PIC X(1).
           02  RTN-DATE            PIC X(8).
           02  FILLER              PIC X(1).
           02  RTN-REASON          PIC X(2).
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
       01  WS-RTN-STAT     PIC X(2).
       01  WS-PRM-STAT     PIC X(2).
       01  WS-CURRENT-DATE     PIC X(21).
       01  WS-TODAY        PIC X(8).
       01  WS-THRESHOLD    PIC 9(2)    VALUE 2.
       01  WS-CHK-SITE     PIC X(20).
       01  WS-CHK-HOME     PIC X(20).
       01  WS-ADR-FOUND    PIC X(1).
       01  WS-RET-FOUND    PIC X(1).
       01  WS-ACTION       PIC X(6).
       01  WS-CNT-READ     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-POSTED   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-HELD     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-STALE    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-DUPL     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-NOADRS   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-BADREC   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-DTL-LINE.
           02  WS-DTL-ACTION   PIC X(6).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-SITE     PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-HOME     PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-DATE     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-REASON   PIC X(2).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-COUNT    PIC ZZZ9.
       01  WS-RUN-STAT     PIC X(2).
       01  WS-RUN-START    PIC X(14).
       01  WS-RUN-STAMP    PIC X(21).
       01  WS-TOTAL-LINE.
           02  WS-TOT-LABEL    PIC X(20).
           02  WS-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
       COPY    ENUM-VALUE.
       COPY    DBPATH.
       COPY    DB-ADRS.
       COPY    DB-RET.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           PERFORM 050-READ-PARAM.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-CURRENT-DATE.
           MOVE    WS-CURRENT-DATE(1:8)    TO  WS-TODAY.
      *
           OPEN    OUTPUT       REPORT-FILE.
           MOVE   'ADRSRET RETURNED-MAIL POSTING'  TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           OPEN    INPUT        RETURN-FILE.
           IF      WS-RTN-STAT NOT =   '00'
               DISPLAY   'ADRSRTN: RETURN FILE NOT USABLE, STATUS='
                         WS-RTN-STAT
                   UPON    CONSOLE
               MOVE   'ADRSRTN.DAT'    TO  WS-ABEND-PATH
               MOVE    WS-RTN-STAT     TO  WS-ABEND-RC
               MOVE   'Y'              TO  FLG-DBABEND
           ELSE
               MOVE   'N'          TO  FLG-EOF
               PERFORM 100-READ-RETURN
               PERFORM UNTIL   (   FLG-EOF     =   'Y' )
                           OR  (   FLG-DBABEND =   'Y' )
                   PERFORM 200-POST-RETURN
                   PERFORM 100-READ-RETURN
               END-PERFORM
               CLOSE   RETURN-FILE
           END-IF.
      *
           IF      FLG-DBABEND =   'Y'
               CLOSE   REPORT-FILE
               DISPLAY   'ADRSRTN: ABEND, PATH=' WS-ABEND-PATH
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
                       IF      PRM-REC(1:2)    NUMERIC
                           AND PRM-REC(1:2)    NOT =   '00'
                           MOVE    PRM-REC(1:2)    TO  WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE   PARAM-FILE
           END-IF.
      *
           DISPLAY   'ADRSRTN: HOLD THRESHOLD=' WS-THRESHOLD
               UPON    CONSOLE.
      **************************************************************************
       100-READ-RETURN          SECTION.
           READ    RETURN-FILE
               AT  END
                   MOVE   'Y'          TO  FLG-EOF
               NOT AT  END
                   ADD     1           TO  WS-CNT-READ
           END-READ.
      **************************************************************************
       200-POST-RETURN          SECTION.
           MOVE    SPACE       TO  WS-ACTION.
           MOVE    ZERO        TO  RET-COUNT.
           IF      RTN-SITE    =   SPACE
               OR  RTN-HOME    =   SPACE
               OR  RTN-DATE    NOT NUMERIC
               MOVE   'BADREC'     TO  WS-ACTION
               ADD     1           TO  WS-CNT-BADREC
           ELSE
               MOVE    RTN-SITE    TO  WS-CHK-SITE
               MOVE    RTN-HOME    TO  WS-CHK-HOME
               PERFORM 210-CHECK-ADRS
               IF      FLG-DBABEND =   'N'
                   AND WS-ADR-FOUND    =   'N'
                   MOVE   'NOADRS'     TO  WS-ACTION
                   ADD     1           TO  WS-CNT-NOADRS
               END-IF
           END-IF.
      *
           IF      WS-ACTION   =   SPACE
               AND FLG-DBABEND =   'N'
               PERFORM 815-FETCH-ONE-RET
               IF      FLG-DBABEND =   'N'
                   IF      WS-RET-FOUND    =   'Y'
                       PERFORM 220-COUNT-RETURN
                   ELSE
                       PERFORM 230-FIRST-RETURN
                   END-IF
               END-IF
           END-IF.
      *
           IF      FLG-DBABEND =   'N'
               PERFORM 250-WRITE-LINE
           END-IF.
      **************************************************************************
       210-CHECK-ADRS           SECTION.
      *    only the clean not-found codes may skip a return; a lookup
      *    failure abends rather than dropping a bounce on the floor
           PERFORM 810-FETCH-ONE-ADRS.
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               MOVE   'Y'          TO  WS-ADR-FOUND
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               MOVE   'N'          TO  WS-ADR-FOUND
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       220-COUNT-RETURN         SECTION.
           IF      RET-CLEAR-DATE  NOT =   SPACE
               AND RTN-DATE    NOT >   RET-CLEAR-DATE
               MOVE   'STALE '     TO  WS-ACTION
               ADD     1           TO  WS-CNT-STALE
           ELSE
               IF      RTN-DATE    =   RET-LAST-DATE
                   AND RTN-REASON  =   RET-LAST-REASON
                   MOVE   'DUPL  '     TO  WS-ACTION
                   ADD     1           TO  WS-CNT-DUPL
               ELSE
                   IF      RET-COUNT   =   ZERO
                       MOVE    RTN-DATE    TO  RET-FIRST-DATE
                   END-IF
                   IF      RET-COUNT   <   9999
                       ADD     1           TO  RET-COUNT
                   END-IF
                   IF      RTN-DATE    >   RET-LAST-DATE
                       MOVE    RTN-DATE    TO  RET-LAST-DATE
                   END-IF
                   MOVE    RTN-REASON  TO  RET-LAST-REASON
                   PERFORM 240-SET-HOLD
                   PERFORM 817-DBUPDATE-RET
                   IF      MCP-RC      NOT =   ZERO
                       PERFORM 880-FLAG-ABEND
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       230-FIRST-RETURN         SECTION.
           INITIALIZE  ADRSRET.
           MOVE    RTN-SITE    TO  RET-SITE.
           MOVE    RTN-HOME    TO  RET-HOME.
           MOVE    1           TO  RET-COUNT.
           MOVE    RTN-DATE    TO  RET-FIRST-DATE.
           MOVE    RTN-DATE    TO  RET-LAST-DATE.
           MOVE    RTN-REASON  TO  RET-LAST-REASON.
           MOVE    SPACE       TO  RET-HOLD.
           MOVE    SPACE       TO  RET-HOLD-DATE.
           MOVE    SPACE       TO  RET-CLEAR-DATE.
           MOVE    SPACE       TO  RET-CLEAR-OPER.
           PERFORM 240-SET-HOLD.
           PERFORM 816-DBINSERT-RET.
           IF      MCP-RC      NOT =   ZERO
               PERFORM 880-FLAG-ABEND
           END-IF.
      **************************************************************************
       240-SET-HOLD             SECTION.
           IF      RET-HOLD    =   'H'
               MOVE   'HELD  '     TO  WS-ACTION
               ADD     1           TO  WS-CNT-POSTED
           ELSE
               IF      RET-COUNT   >=  WS-THRESHOLD
                   MOVE   'H'          TO  RET-HOLD
                   MOVE    WS-TODAY    TO  RET-HOLD-DATE
                   MOVE   'HOLD  '     TO  WS-ACTION
                   ADD     1           TO  WS-CNT-HELD
               ELSE
                   MOVE   'POSTED'     TO  WS-ACTION
                   ADD     1           TO  WS-CNT-POSTED
               END-IF
           END-IF.
      **************************************************************************
       250-WRITE-LINE           SECTION.
           MOVE    WS-ACTION   TO  WS-DTL-ACTION.
           MOVE    RTN-SITE    TO  WS-DTL-SITE.
           MOVE    RTN-HOME    TO  WS-DTL-HOME.
           MOVE    RTN-DATE    TO  WS-DTL-DATE.
           MOVE    RTN-REASON  TO  WS-DTL-REASON.
           MOVE    RET-COUNT   TO  WS-DTL-COUNT.
           MOVE    WS-DTL-LINE TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
       600-WRITE-TOTALS         SECTION.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'RETURNS READ'       TO  WS-TOT-LABEL.
           MOVE    WS-CNT-READ         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'RETURNS POSTED'     TO  WS-TOT-LABEL.
           MOVE    WS-CNT-POSTED       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'NEWLY HELD'         TO  WS-TOT-LABEL.
           MOVE    WS-CNT-HELD         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'STALE RETURNS'      TO  WS-TOT-LABEL.
           MOVE    WS-CNT-STALE        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'DUPLICATE KEYINGS'  TO  WS-TOT-LABEL.
           MOVE    WS-CNT-DUPL         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'KEY NOT ON ADRS'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-NOADRS       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'UNUSABLE LINES'     TO  WS-TOT-LABEL.
           MOVE    WS-CNT-BADREC       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           DISPLAY   'ADRSRTN: READ='      WS-CNT-READ
                     ' POSTED='            WS-CNT-POSTED
                     ' HELD='              WS-CNT-HELD
                     ' STALE='             WS-CNT-STALE
                     ' NOADRS='            WS-CNT-NOADRS
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSRTN'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           MOVE    WS-CNT-POSTED   TO  RUN-WRITTEN.
           COMPUTE RUN-REJECTED =  WS-CNT-STALE    +   WS-CNT-DUPL
                               +   WS-CNT-NOADRS   +   WS-CNT-BADREC.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE   'THRESHOLD'      TO  RUN-PARM(1:9).
           MOVE    WS-THRESHOLD    TO  RUN-PARM(11:2).
      *
           OPEN    EXTEND       RUNLOG-FILE.
           IF      WS-RUN-STAT NOT =   '00'
               OPEN    OUTPUT       RUNLOG-FILE
           END-IF.
           WRITE   RUNLOG-REC.
           CLOSE   RUNLOG-FILE.
      **************************************************************************
       880-FLAG-ABEND           SECTION.
      *    the first failure names the run's abend
           IF      FLG-DBABEND =   'N'
               MOVE   'Y'          TO  FLG-DBABEND
               MOVE    MCP-PATH    TO  WS-ABEND-PATH
               MOVE    MCP-RC      TO  WS-ABEND-RC
           END-IF.
      **************************************************************************
       810-FETCH-ONE-ADRS      SECTION.
           MOVE    WS-CHK-SITE TO  ADR-SITE.
           MOVE    WS-CHK-HOME TO  ADR-HOME.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      *
           IF      MCP-RC      =   ZERO
               MOVE   'DBFETCH'    TO  MCP-FUNC
               MOVE    PATH-ADRS-MAIL  TO  MCP-PATH
               INITIALIZE  ADRS
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRS
           END-IF.
      *
      *    the cursor is positional: when the exact key is not on
      *    file the fetch hands back the next record with a zero
      *    return code, so check the key before trusting the record
           IF      MCP-RC      =   ZERO
               IF      ADR-SITE    NOT =   WS-CHK-SITE
                   OR  ADR-HOME    NOT =   WS-CHK-HOME
                   MOVE    9           TO  MCP-RC
               END-IF
           END-IF.
      **************************************************************************
       815-FETCH-ONE-RET       SECTION.
           MOVE   'N'          TO  WS-RET-FOUND.
           MOVE    WS-CHK-SITE TO  RET-SITE.
           MOVE    WS-CHK-HOME TO  RET-HOME.
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
      *    same positional-cursor key check as the ADRS lookup
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      RET-SITE    =   WS-CHK-SITE
                   AND RET-HOME    =   WS-CHK-HOME
                   MOVE   'Y'          TO  WS-RET-FOUND
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       816-DBINSERT-RET        SECTION.
           MOVE   'DBINSERT'   TO  MCP-FUNC.
           MOVE    PATH-RET-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSRET.
      **************************************************************************
       817-DBUPDATE-RET        SECTION.
           MOVE   'DBUPDATE'   TO  MCP-FUNC.
           MOVE    PATH-RET-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSRET.

       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSRTH.
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
      *   コンポーネント名：サンプル（返送保留一覧バッチ）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Weekly held-entry report.  Sweeps the ADRSRET returned-mail
      *    database and lists every entry ADRSRTN has put on hold,
      *    site by site with a new page for each site, so each site's
      *    records section can chase the correct address.  Each entry
      *    shows the bounce count, the first and last return dates,
      *    the last post office reason code, the date the hold was set
      *    and the address currently on file.  A held row whose ADRS
      *    entry has since been deleted is listed as NOT ON FILE so
      *    the stale hold can be seen.
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16 and no totals, so a
      *    short list is never mistaken for a complete one.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  SORT-FILE       ASSIGN      TO  'ADRSRTH.WRK'.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSRTH.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
       01  SORT-REC.
           02  SORT-SITE           PIC X(20).
           02  SORT-HOME           PIC X(20).
           02  SORT-COUNT          PIC 9(4).
           02  SORT-FIRST-DATE     PIC X(8).
           02  SORT-LAST-DATE      PIC X(8).
           02  SORT-REASON         PIC X(2).
           02  SORT-HOLD-DATE      PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
           02  FLG-FIRST   PIC X.
           02  FLG-DBABEND PIC X   VALUE 'N'.
       01  WS-ABEND-PATH   PIC X(16).
       01  WS-ABEND-RC     PIC S9(4).
       01  WS-CHK-SITE     PIC X(20).
       01  WS-CHK-HOME     PIC X(20).
       01  WS-CUR-SITE     PIC X(20).
       01  WS-CNT-READ     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-HELD     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-SITE     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-SITES    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-GONE     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-PAGE-NO      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-NO      PIC 9(4)    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 55.
       01  WS-HEADING-1.
           02  FILLER      PIC X(30)
                               VALUE 'RETURNED-MAIL HOLDS BY SITE'.
           02  FILLER      PIC X(6)    VALUE 'SITE  '.
           02  WS-HDG-SITE     PIC X(20).
           02  FILLER      PIC X(4)    VALUE SPACE.
           02  FILLER      PIC X(5)    VALUE 'PAGE '.
           02  WS-HDG-PAGE-NO  PIC ZZZ9.
       01  WS-HEADING-2.
           02  FILLER      PIC X(20)   VALUE 'MAIL KEY'.
           02  FILLER      PIC X(1)    VALUE SPACE.
           02  FILLER      PIC X(30)   VALUE 'NAME'.
           02  FILLER      PIC X(1)    VALUE SPACE.
           02  FILLER      PIC X(15)   VALUE 'TEL'.
           02  FILLER      PIC X(6)    VALUE ' RETS'.
           02  FILLER      PIC X(9)    VALUE ' FIRST'.
           02  FILLER      PIC X(9)    VALUE ' LAST'.
           02  FILLER      PIC X(3)    VALUE ' RS'.
           02  FILLER      PIC X(9)    VALUE ' HELD'.
       01  WS-HEADING-3.
           02  FILLER      PIC X(110)  VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           02  WS-DTL-HOME     PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-NAME     PIC X(30).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-TEL      PIC X(15).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-COUNT    PIC ZZZ9.
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-DTL-FIRST    PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-LAST     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-REASON   PIC X(2).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-HELD     PIC X(8).
       01  WS-ADDR-LINE.
           02  FILLER          PIC X(4)    VALUE SPACE.
           02  WS-ADR-POSTAL   PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-ADR-LINE-1   PIC X(40).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-ADR-LINE-2   PIC X(40).
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
           OPEN    OUTPUT       REPORT-FILE.
      *
           SORT    SORT-FILE
                   ON  ASCENDING  KEY     SORT-SITE
                                          SORT-HOME
                   INPUT   PROCEDURE  IS  100-SWEEP-RET
                   OUTPUT  PROCEDURE  IS  300-PRINT-HELD.
      *
           IF      FLG-DBABEND =   'Y'
               CLOSE   REPORT-FILE
               DISPLAY   'ADRSRTH: ABEND, PATH=' WS-ABEND-PATH
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
       100-SWEEP-RET            SECTION.
           INITIALIZE  ADRSRET.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-RET-PRIMARY    TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSRET.
      *
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSRTH: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 815-DBFETCH-RET
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   ADD     1           TO  WS-CNT-READ
                   IF      RET-HOLD    =   'H'
                       MOVE    RET-SITE        TO  SORT-SITE
                       MOVE    RET-HOME        TO  SORT-HOME
                       MOVE    RET-COUNT       TO  SORT-COUNT
                       MOVE    RET-FIRST-DATE  TO  SORT-FIRST-DATE
                       MOVE    RET-LAST-DATE   TO  SORT-LAST-DATE
                       MOVE    RET-LAST-REASON TO  SORT-REASON
                       MOVE    RET-HOLD-DATE   TO  SORT-HOLD-DATE
                       RELEASE SORT-REC
                   END-IF
                   PERFORM 815-DBFETCH-RET
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       300-PRINT-HELD           SECTION.
           MOVE   'Y'          TO  FLG-FIRST.
           MOVE   'N'          TO  FLG-EOF.
           PERFORM UNTIL   FLG-EOF =   'Y'
               RETURN  SORT-FILE
                   AT  END
                       MOVE   'Y'      TO  FLG-EOF
                   NOT AT  END
                       IF      FLG-DBABEND =   'N'
                           PERFORM 310-PRINT-ONE
                       END-IF
               END-RETURN
           END-PERFORM.
      *
           IF      FLG-FIRST   =   'N'
               AND FLG-DBABEND =   'N'
               PERFORM 330-END-SITE
           END-IF.
      **************************************************************************
       310-PRINT-ONE            SECTION.
           IF      FLG-FIRST   =   'Y'
               OR  SORT-SITE   NOT =   WS-CUR-SITE
               IF      FLG-FIRST   =   'N'
                   PERFORM 330-END-SITE
               END-IF
               MOVE   'N'          TO  FLG-FIRST
               MOVE    SORT-SITE   TO  WS-CUR-SITE
               MOVE    ZERO        TO  WS-CNT-SITE
               ADD     1           TO  WS-CNT-SITES
               PERFORM 320-WRITE-HEADING
           END-IF.
      *
      *    the lookup runs down the ADRS path, so a failure abends
      *    rather than printing a hold with no address to chase
           MOVE    SORT-SITE   TO  WS-CHK-SITE.
           MOVE    SORT-HOME   TO  WS-CHK-HOME.
           PERFORM 810-FETCH-ONE-ADRS.
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               CONTINUE
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               INITIALIZE  ADRS
               MOVE   '** NOT ON FILE **'  TO  ADR-NAME
               ADD     1           TO  WS-CNT-GONE
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      *
           IF      FLG-DBABEND =   'N'
               IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
                   PERFORM 320-WRITE-HEADING
               END-IF
               MOVE    SORT-HOME       TO  WS-DTL-HOME
               MOVE    ADR-NAME        TO  WS-DTL-NAME
               MOVE    ADR-TEL         TO  WS-DTL-TEL
               MOVE    SORT-COUNT      TO  WS-DTL-COUNT
               MOVE    SORT-FIRST-DATE TO  WS-DTL-FIRST
               MOVE    SORT-LAST-DATE  TO  WS-DTL-LAST
               MOVE    SORT-REASON     TO  WS-DTL-REASON
               MOVE    SORT-HOLD-DATE  TO  WS-DTL-HELD
               MOVE    WS-DETAIL-LINE  TO  REPORT-REC
               WRITE   REPORT-REC
      *        structured addresses show pref/city and street; the
      *        old free-text records show their first two lines
               MOVE    ADR-POSTAL      TO  WS-ADR-POSTAL
               IF      ADR-PREF-CITY   NOT =   SPACE
                   OR  ADR-STREET      NOT =   SPACE
                   MOVE    ADR-PREF-CITY   TO  WS-ADR-LINE-1
                   MOVE    ADR-STREET      TO  WS-ADR-LINE-2
               ELSE
                   MOVE    ADR-ADDRESS(1)  TO  WS-ADR-LINE-1
                   MOVE    ADR-ADDRESS(2)  TO  WS-ADR-LINE-2
               END-IF
               MOVE    WS-ADDR-LINE    TO  REPORT-REC
               WRITE   REPORT-REC
               ADD     2               TO  WS-LINE-NO
               ADD     1               TO  WS-CNT-SITE
               ADD     1               TO  WS-CNT-HELD
           END-IF.
      **************************************************************************
       320-WRITE-HEADING        SECTION.
           ADD     1               TO  WS-PAGE-NO.
           MOVE    WS-PAGE-NO      TO  WS-HDG-PAGE-NO.
           MOVE    WS-CUR-SITE     TO  WS-HDG-SITE.
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
       330-END-SITE             SECTION.
           MOVE    SPACE           TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE   'HELD AT SITE'       TO  WS-TOT-LABEL.
           MOVE    WS-CNT-SITE         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
       600-WRITE-TOTALS         SECTION.
           IF      WS-PAGE-NO  =   ZERO
               MOVE   'RETURNED-MAIL HOLDS BY SITE'    TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ROWS READ'          TO  WS-TOT-LABEL.
           MOVE    WS-CNT-READ         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ENTRIES HELD'       TO  WS-TOT-LABEL.
           MOVE    WS-CNT-HELD         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'SITES WITH HOLDS'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-SITES        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'HELD, NOT ON FILE'  TO  WS-TOT-LABEL.
           MOVE    WS-CNT-GONE         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           DISPLAY   'ADRSRTH: READ='      WS-CNT-READ
                     ' HELD='              WS-CNT-HELD
                     ' SITES='             WS-CNT-SITES
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSRTH'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           MOVE    WS-CNT-HELD     TO  RUN-WRITTEN.
           MOVE    WS-CNT-GONE     TO  RUN-REJECTED.
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
      *    side effects of pressing on to the end of the sort
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
       815-DBFETCH-RET         SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-RET-PRIMARY    TO  MCP-PATH.
           INITIALIZE  ADRSRET.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSRET.

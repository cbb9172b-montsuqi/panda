       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSCHG.
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
      *   コンポーネント名：サンプル（操作者別変更実績集計バッチ）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Change-activity report by operator, for the quarterly
      *    access review.  Sweeps the ADRSHIST stamps and counts, per
      *    operator, terminal and day, the adds, updates, deletes,
      *    merges and restores made; a day with changes stamped
      *    before 08:00 or from 18:00 on (the same business hours
      *    ADRSAUD uses for the search log) is flagged as after-hours
      *    work.  A merge is counted once, on its surviving record;
      *    the merged-away record's stamp belongs to the same merge.
      *
      *    The exception page that follows lists every delete, merge
      *    and restore stamped by an operator whose ADRSOPR profile
      *    does not carry supervisor authority ('2') -- or who has no
      *    profile at all any more -- so the review sees destructive
      *    work done outside the authority the list window enforces.
      *    Since these actions go through the approval queue (ADRSAPR)
      *    the page also lists any that carry no approver, name the
      *    requester as their own approver, or were approved by an
      *    operator without supervisor authority; the note column
      *    says which.  Rows stamped before the queue existed carry
      *    no approver and are listed as UNAPPROVED.
      *
      *    ADRSCHG.PRM, columns 1-8 and 10-17: the first and last
      *    stamp date (YYYYMMDD) of the review period.  Either may be
      *    blank for an open end; with no parameter the whole of the
      *    live history is reported.  History moved off by ADRSHARC
      *    is not read -- the archive keeps only rows past the
      *    retention period, well behind any quarter under review.
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16 and no totals, and
      *    no exception page is printed from a partial sweep.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  SORT-FILE       ASSIGN      TO  'ADRSCHG.WRK'.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSCHG.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  EXCWORK-FILE    ASSIGN      TO  'ADRSCHG.EXW'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-EXW-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSCHG.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
       01  SORT-REC.
           02  SORT-OPER           PIC X(8).
           02  SORT-TERM           PIC X(8).
           02  SORT-DATE           PIC X(8).
           02  SORT-TIME           PIC X(6).
           02  SORT-ACTION         PIC X(1).
           02  SORT-SITE           PIC X(20).
           02  SORT-HOME           PIC X(20).
           02  SORT-APPROVER       PIC X(8).
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(80).
       FD  EXCWORK-FILE.
       01  EXCWORK-REC             PIC X(132).
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
       01  WS-PRM-STAT     PIC X(2).
       01  WS-EXW-STAT     PIC X(2).
       01  WS-FROM-DATE    PIC X(8)    VALUE SPACE.
       01  WS-TO-DATE      PIC X(8)    VALUE SPACE.
       01  WS-CUR-OPER     PIC X(8).
       01  WS-CUR-TERM     PIC X(8).
       01  WS-CUR-DATE     PIC X(8).
       01  WS-OPR-AUTH     PIC X(1).
       01  WS-APR-AUTH     PIC X(1).
       01  WS-LAST-APPROVER    PIC X(8)    VALUE LOW-VALUE.
       01  WS-LAST-APR-AUTH    PIC X(1).
       01  WS-EXC-NOTE     PIC X(20).
       01  WS-ACTION-NAME  PIC X(8).
       01  WS-CNT-READ     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-PICKED   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-AFTHRS   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-EXCEPT   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-OPERS    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-DAY-CNTS.
           02  WS-DAY-ADD      PIC S9(9)   BINARY.
           02  WS-DAY-UPD      PIC S9(9)   BINARY.
           02  WS-DAY-DEL      PIC S9(9)   BINARY.
           02  WS-DAY-MRG      PIC S9(9)   BINARY.
           02  WS-DAY-RST      PIC S9(9)   BINARY.
           02  WS-DAY-AFT      PIC S9(9)   BINARY.
       01  WS-OPR-CNTS.
           02  WS-OPR-ADD      PIC S9(9)   BINARY.
           02  WS-OPR-UPD      PIC S9(9)   BINARY.
           02  WS-OPR-DEL      PIC S9(9)   BINARY.
           02  WS-OPR-MRG      PIC S9(9)   BINARY.
           02  WS-OPR-RST      PIC S9(9)   BINARY.
           02  WS-OPR-AFT      PIC S9(9)   BINARY.
       01  WS-PAGE-NO      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-NO      PIC 9(4)    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 55.
       01  WS-HEADING-1.
           02  WS-HDG-TITLE    PIC X(40)
                               VALUE 'CHANGE ACTIVITY BY OPERATOR'.
           02  FILLER          PIC X(6)    VALUE 'FROM '.
           02  WS-HDG-FROM     PIC X(8).
           02  FILLER          PIC X(4)    VALUE ' TO '.
           02  WS-HDG-TO       PIC X(8).
           02  FILLER          PIC X(4)    VALUE SPACE.
           02  FILLER          PIC X(5)    VALUE 'PAGE '.
           02  WS-HDG-PAGE-NO  PIC ZZZ9.
       01  WS-HEADING-2.
           02  FILLER          PIC X(28)
                               VALUE 'OPERATOR  TERMINAL  DATE    '.
           02  FILLER          PIC X(48)
               VALUE '    ADD     UPD     DEL   MERGE RESTORE  AFTHRS'.
      *    room for the wider exception-page heading moved over it
           02  FILLER          PIC X(44)   VALUE SPACE.
       01  WS-HEADING-3.
           02  FILLER          PIC X(90)   VALUE ALL '-'.
       01  WS-EXC-HEADING-2.
           02  FILLER          PIC X(30)
               VALUE 'OPERATOR  AUTH  DATE     TIME '.
           02  FILLER          PIC X(30)
               VALUE '   TERMINAL  ACTION   SITE    '.
           02  FILLER          PIC X(30)
               VALUE '             MAIL KEY'.
           02  FILLER          PIC X(30)
               VALUE '     APPROVER  AUTH  NOTE'.
       01  WS-DAY-LINE.
           02  WS-DYL-OPER     PIC X(8).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-DYL-TERM     PIC X(8).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-DYL-DATE     PIC X(8).
           02  WS-DYL-ADD      PIC ZZZ,ZZ9.
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DYL-UPD      PIC ZZZ,ZZ9.
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DYL-DEL      PIC ZZZ,ZZ9.
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DYL-MRG      PIC ZZZ,ZZ9.
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DYL-RST      PIC ZZZ,ZZ9.
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DYL-AFT      PIC ZZZ,ZZ9.
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-DYL-FLAG     PIC X(11).
       01  WS-EXC-LINE.
           02  WS-EXL-OPER     PIC X(8).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-AUTH     PIC X(4).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-DATE     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-EXL-TIME     PIC X(6).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-TERM     PIC X(8).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-ACTION   PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-EXL-SITE     PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-EXL-HOME     PIC X(20).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-APPROVER PIC X(8).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-APR-AUTH PIC X(4).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-EXL-NOTE     PIC X(20).
       01  WS-RUN-STAT     PIC X(2).
       01  WS-RUN-START    PIC X(14).
       01  WS-RUN-STAMP    PIC X(21).
       01  WS-TOTAL-LINE.
           02  WS-TOT-LABEL    PIC X(20).
           02  WS-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
       COPY    ENUM-VALUE.
       COPY    DBPATH.
       COPY    DB-ADRSHIST.
       COPY    DB-OPR.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           PERFORM 050-READ-PARAM.
           OPEN    OUTPUT       REPORT-FILE.
           OPEN    OUTPUT       EXCWORK-FILE.
      *
           SORT    SORT-FILE
                   ON  ASCENDING  KEY     SORT-OPER
                                          SORT-TERM
                                          SORT-DATE
                                          SORT-TIME
                   INPUT   PROCEDURE  IS  100-SWEEP-HIST
                   OUTPUT  PROCEDURE  IS  300-SUMMARIZE.
      *
           CLOSE   EXCWORK-FILE.
           IF      FLG-DBABEND =   'Y'
               CLOSE   REPORT-FILE
               DISPLAY   'ADRSCHG: ABEND, PATH=' WS-ABEND-PATH
                         ' RC=' WS-ABEND-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
           ELSE
               PERFORM 500-WRITE-EXCEPTIONS
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
                       MOVE    PRM-REC(1:8)    TO  WS-FROM-DATE
                       MOVE    PRM-REC(10:8)   TO  WS-TO-DATE
               END-READ
               CLOSE   PARAM-FILE
           END-IF.
      *
           MOVE    WS-FROM-DATE    TO  WS-HDG-FROM.
           MOVE    WS-TO-DATE      TO  WS-HDG-TO.
           DISPLAY   'ADRSCHG: PERIOD=[' WS-FROM-DATE '] TO ['
                     WS-TO-DATE ']'
               UPON    CONSOLE.
      **************************************************************************
       100-SWEEP-HIST           SECTION.
           INITIALIZE  ADRSHIST.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-HIST-PRIMARY   TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSHIST.
      *
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSCHG: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 805-DBFETCH-HIST
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   ADD     1           TO  WS-CNT-READ
                   IF      (   WS-FROM-DATE    =   SPACE
                           OR  HIST-DATE   NOT <   WS-FROM-DATE )
                       AND (   WS-TO-DATE      =   SPACE
                           OR  HIST-DATE   NOT >   WS-TO-DATE   )
                       ADD     1               TO  WS-CNT-PICKED
                       MOVE    HIST-OPER       TO  SORT-OPER
                       MOVE    HIST-TERM       TO  SORT-TERM
                       MOVE    HIST-DATE       TO  SORT-DATE
                       MOVE    HIST-TIME       TO  SORT-TIME
                       MOVE    HIST-ACTION     TO  SORT-ACTION
                       MOVE    HIST-SITE       TO  SORT-SITE
                       MOVE    HIST-HOME       TO  SORT-HOME
                       MOVE    HIST-APPROVER   TO  SORT-APPROVER
                       RELEASE SORT-REC
                   END-IF
                   PERFORM 805-DBFETCH-HIST
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       300-SUMMARIZE            SECTION.
           MOVE   'Y'          TO  FLG-FIRST.
           MOVE   'N'          TO  FLG-EOF.
           PERFORM UNTIL   FLG-EOF =   'Y'
               RETURN  SORT-FILE
                   AT  END
                       MOVE   'Y'      TO  FLG-EOF
                   NOT AT  END
                       IF      FLG-DBABEND =   'N'
                           PERFORM 310-PROC-STAMP
                       END-IF
               END-RETURN
           END-PERFORM.
      *
           IF      FLG-FIRST   =   'N'
               AND FLG-DBABEND =   'N'
               PERFORM 330-END-DAY
               PERFORM 350-END-OPER
           END-IF.
      **************************************************************************
       310-PROC-STAMP           SECTION.
           IF      FLG-FIRST   =   'Y'
               MOVE   'N'          TO  FLG-FIRST
               PERFORM 340-INIT-OPER
               PERFORM 320-INIT-DAY
           ELSE
               IF      SORT-OPER   NOT =   WS-CUR-OPER
                   PERFORM 330-END-DAY
                   PERFORM 350-END-OPER
                   PERFORM 340-INIT-OPER
                   PERFORM 320-INIT-DAY
               ELSE
                   IF      SORT-TERM   NOT =   WS-CUR-TERM
                       OR  SORT-DATE   NOT =   WS-CUR-DATE
                       PERFORM 330-END-DAY
                       PERFORM 320-INIT-DAY
                   END-IF
               END-IF
           END-IF.
      *
           IF      FLG-DBABEND =   'N'
               PERFORM 360-COUNT-STAMP
           END-IF.
      **************************************************************************
       320-INIT-DAY             SECTION.
           MOVE    SORT-TERM   TO  WS-CUR-TERM.
           MOVE    SORT-DATE   TO  WS-CUR-DATE.
           INITIALIZE  WS-DAY-CNTS.
      **************************************************************************
       330-END-DAY              SECTION.
           IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
               PERFORM 390-WRITE-HEADING
           END-IF.
           MOVE    WS-CUR-OPER TO  WS-DYL-OPER.
           MOVE    WS-CUR-TERM TO  WS-DYL-TERM.
           MOVE    WS-CUR-DATE TO  WS-DYL-DATE.
           MOVE    WS-DAY-ADD  TO  WS-DYL-ADD.
           MOVE    WS-DAY-UPD  TO  WS-DYL-UPD.
           MOVE    WS-DAY-DEL  TO  WS-DYL-DEL.
           MOVE    WS-DAY-MRG  TO  WS-DYL-MRG.
           MOVE    WS-DAY-RST  TO  WS-DYL-RST.
           MOVE    WS-DAY-AFT  TO  WS-DYL-AFT.
           IF      WS-DAY-AFT  >   ZERO
               MOVE   'AFTER HOURS'    TO  WS-DYL-FLAG
           ELSE
               MOVE    SPACE           TO  WS-DYL-FLAG
           END-IF.
           MOVE    WS-DAY-LINE TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     1           TO  WS-LINE-NO.
      *
           ADD     WS-DAY-ADD  TO  WS-OPR-ADD.
           ADD     WS-DAY-UPD  TO  WS-OPR-UPD.
           ADD     WS-DAY-DEL  TO  WS-OPR-DEL.
           ADD     WS-DAY-MRG  TO  WS-OPR-MRG.
           ADD     WS-DAY-RST  TO  WS-OPR-RST.
           ADD     WS-DAY-AFT  TO  WS-OPR-AFT.
      **************************************************************************
       340-INIT-OPER            SECTION.
           MOVE    SORT-OPER   TO  WS-CUR-OPER.
           INITIALIZE  WS-OPR-CNTS.
           ADD     1           TO  WS-CNT-OPERS.
           PERFORM 370-LOOKUP-OPER.
      **************************************************************************
       350-END-OPER             SECTION.
           MOVE    SPACE       TO  WS-DYL-OPER.
           MOVE   'TOTAL'      TO  WS-DYL-TERM.
           MOVE    SPACE       TO  WS-DYL-DATE.
           MOVE    WS-OPR-ADD  TO  WS-DYL-ADD.
           MOVE    WS-OPR-UPD  TO  WS-DYL-UPD.
           MOVE    WS-OPR-DEL  TO  WS-DYL-DEL.
           MOVE    WS-OPR-MRG  TO  WS-DYL-MRG.
           MOVE    WS-OPR-RST  TO  WS-DYL-RST.
           MOVE    WS-OPR-AFT  TO  WS-DYL-AFT.
           MOVE    SPACE       TO  WS-DYL-FLAG.
           MOVE    WS-DAY-LINE TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     2           TO  WS-LINE-NO.
      **************************************************************************
       360-COUNT-STAMP          SECTION.
      *    'X' is the merged-away half of a merge already counted on
      *    its surviving record's 'M' stamp
           EVALUATE    SORT-ACTION
             WHEN    'A'
               ADD     1           TO  WS-DAY-ADD
             WHEN    'U'
               ADD     1           TO  WS-DAY-UPD
             WHEN    'D'
               ADD     1           TO  WS-DAY-DEL
             WHEN    'M'
               ADD     1           TO  WS-DAY-MRG
             WHEN    'R'
             WHEN    'V'
               ADD     1           TO  WS-DAY-RST
             WHEN     OTHER
               CONTINUE
           END-EVALUATE.
      *
           IF      SORT-TIME(1:2)  <   '08'
               OR  SORT-TIME(1:2)  >=  '18'
               ADD     1           TO  WS-DAY-AFT
               ADD     1           TO  WS-CNT-AFTHRS
           END-IF.
      *
           IF      SORT-ACTION =   'D'
               OR  SORT-ACTION =   'M'
               OR  SORT-ACTION =   'X'
               OR  SORT-ACTION =   'R'
               OR  SORT-ACTION =   'V'
               PERFORM 365-CHECK-APPROVAL
               IF      WS-EXC-NOTE NOT =   SPACE
                   PERFORM 380-WRITE-EXCEPTION
               END-IF
           END-IF.
      **************************************************************************
       365-CHECK-APPROVAL       SECTION.
      *    the first failing check names the exception
           MOVE    SPACE       TO  WS-EXC-NOTE.
           MOVE    SPACE       TO  WS-APR-AUTH.
           IF      SORT-APPROVER   NOT =   SPACE
               PERFORM 375-LOOKUP-APPROVER
           END-IF.
      *
           EVALUATE    TRUE
             WHEN    WS-OPR-AUTH     NOT =   '2'
               MOVE   'NO AUTHORITY'       TO  WS-EXC-NOTE
             WHEN    SORT-APPROVER   =   SPACE
               MOVE   'UNAPPROVED'         TO  WS-EXC-NOTE
             WHEN    SORT-APPROVER   =   SORT-OPER
               MOVE   'SAME PERSON'        TO  WS-EXC-NOTE
             WHEN    WS-APR-AUTH     NOT =   '2'
               MOVE   'APPROVER NO AUTH'   TO  WS-EXC-NOTE
             WHEN     OTHER
               CONTINUE
           END-EVALUATE.
      **************************************************************************
       370-LOOKUP-OPER          SECTION.
      *    the profile is read once per operator.  only the clean
      *    not-found codes mean "no profile"; a failed lookup abends
      *    rather than clearing or accusing anybody
           MOVE    SPACE       TO  WS-OPR-AUTH.
           MOVE    WS-CUR-OPER TO  OPR-OPEID.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-OPR-PRIMARY    TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSOPR.
      *
           IF      MCP-RC      =   ZERO
               MOVE   'DBFETCH'    TO  MCP-FUNC
               MOVE    PATH-OPR-PRIMARY    TO  MCP-PATH
               INITIALIZE  ADRSOPR
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRSOPR
           END-IF.
      *
      *    the cursor is positional: when the exact key is not on
      *    file the fetch hands back the next record with a zero
      *    return code, so check the key before trusting the record
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      OPR-OPEID   =   WS-CUR-OPER
                   MOVE    OPR-AUTH    TO  WS-OPR-AUTH
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       375-LOOKUP-APPROVER      SECTION.
      *    approvals are few and cluster on a handful of supervisors,
      *    so the last profile read is kept for the next stamp
           IF      SORT-APPROVER   =   WS-LAST-APPROVER
               MOVE    WS-LAST-APR-AUTH    TO  WS-APR-AUTH
           ELSE
               INITIALIZE  ADRSOPR
               MOVE    SORT-APPROVER   TO  OPR-OPEID
               MOVE   'DBSELECT'   TO  MCP-FUNC
               MOVE    PATH-OPR-PRIMARY    TO  MCP-PATH
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRSOPR
               IF      MCP-RC      =   ZERO
                   MOVE   'DBFETCH'    TO  MCP-FUNC
                   MOVE    PATH-OPR-PRIMARY    TO  MCP-PATH
                   INITIALIZE  ADRSOPR
                   CALL   'MCPSUB'     USING
                        MCPAREA
                        ADRSOPR
               END-IF
      *
               EVALUATE    TRUE
                 WHEN    MCP-RC-OK
                   IF      OPR-OPEID   =   SORT-APPROVER
                       MOVE    OPR-AUTH    TO  WS-APR-AUTH
                   END-IF
                 WHEN    MCP-RC-EOD
                 WHEN    MCP-RC-KEYBOUND
                   CONTINUE
                 WHEN     OTHER
                   PERFORM 880-FLAG-ABEND
               END-EVALUATE
               MOVE    SORT-APPROVER   TO  WS-LAST-APPROVER
               MOVE    WS-APR-AUTH     TO  WS-LAST-APR-AUTH
           END-IF.
      **************************************************************************
       380-WRITE-EXCEPTION      SECTION.
           EVALUATE    SORT-ACTION
             WHEN    'D'
               MOVE   'DELETE'     TO  WS-ACTION-NAME
             WHEN    'M'
               MOVE   'MERGE'      TO  WS-ACTION-NAME
             WHEN    'X'
               MOVE   'MERGED'     TO  WS-ACTION-NAME
             WHEN     OTHER
               MOVE   'RESTORE'    TO  WS-ACTION-NAME
           END-EVALUATE.
      *
           MOVE    SORT-OPER   TO  WS-EXL-OPER.
           IF      WS-OPR-AUTH =   SPACE
               MOVE   'NONE'       TO  WS-EXL-AUTH
           ELSE
               MOVE    WS-OPR-AUTH TO  WS-EXL-AUTH
           END-IF.
           MOVE    SORT-DATE   TO  WS-EXL-DATE.
           MOVE    SORT-TIME   TO  WS-EXL-TIME.
           MOVE    SORT-TERM   TO  WS-EXL-TERM.
           MOVE    WS-ACTION-NAME  TO  WS-EXL-ACTION.
           MOVE    SORT-SITE   TO  WS-EXL-SITE.
           MOVE    SORT-HOME   TO  WS-EXL-HOME.
           MOVE    SORT-APPROVER   TO  WS-EXL-APPROVER.
           IF      SORT-APPROVER   =   SPACE
               MOVE    SPACE       TO  WS-EXL-APR-AUTH
           ELSE
               IF      WS-APR-AUTH =   SPACE
                   MOVE   'NONE'       TO  WS-EXL-APR-AUTH
               ELSE
                   MOVE    WS-APR-AUTH TO  WS-EXL-APR-AUTH
               END-IF
           END-IF.
           MOVE    WS-EXC-NOTE TO  WS-EXL-NOTE.
           MOVE    WS-EXC-LINE TO  EXCWORK-REC.
           WRITE   EXCWORK-REC.
           ADD     1           TO  WS-CNT-EXCEPT.
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
       500-WRITE-EXCEPTIONS     SECTION.
      *    the exception page always prints, so an empty page is the
      *    review's evidence that nothing was found
           MOVE   'AUTHORITY EXCEPTIONS'   TO  WS-HDG-TITLE.
           MOVE    WS-EXC-HEADING-2    TO  WS-HEADING-2.
           PERFORM 390-WRITE-HEADING.
      *
           OPEN    INPUT        EXCWORK-FILE.
           IF      WS-EXW-STAT =   '00'
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    EXCWORK-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
                               PERFORM 390-WRITE-HEADING
                           END-IF
                           MOVE    EXCWORK-REC TO  REPORT-REC
                           WRITE   REPORT-REC
                           ADD     1           TO  WS-LINE-NO
                   END-READ
               END-PERFORM
               CLOSE   EXCWORK-FILE
           END-IF.
      *
           IF      WS-CNT-EXCEPT   =   ZERO
               MOVE   'NO EXCEPTIONS IN PERIOD'    TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
      **************************************************************************
       600-WRITE-TOTALS         SECTION.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'HISTORY ROWS READ'  TO  WS-TOT-LABEL.
           MOVE    WS-CNT-READ         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ROWS IN PERIOD'     TO  WS-TOT-LABEL.
           MOVE    WS-CNT-PICKED       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'OPERATORS'          TO  WS-TOT-LABEL.
           MOVE    WS-CNT-OPERS        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'AFTER-HOURS ROWS'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-AFTHRS       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'AUTHORITY EXCEPTIONS'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-EXCEPT       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           DISPLAY   'ADRSCHG: READ='      WS-CNT-READ
                     ' PICKED='            WS-CNT-PICKED
                     ' AFTHRS='            WS-CNT-AFTHRS
                     ' EXCEPTIONS='        WS-CNT-EXCEPT
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSCHG'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           MOVE    WS-CNT-PICKED   TO  RUN-WRITTEN.
           MOVE    WS-CNT-EXCEPT   TO  RUN-REJECTED.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE    WS-FROM-DATE    TO  RUN-PARM(1:8).
           MOVE    WS-TO-DATE      TO  RUN-PARM(10:8).
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
       805-DBFETCH-HIST        SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-HIST-PRIMARY   TO  MCP-PATH.
           INITIALIZE  ADRSHIST.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSHIST.

       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSCMP.
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
      *   コンポーネント名：サンプル（郵送キャンペーン実行バッチ）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Mailing-campaign run.  Builds the recipient list of one
      *    campaign from the membership rows of the distribution
      *    groups it targets, mails each person once however many
      *    of the groups they are in, and records every recipient
      *    mailed on the ADRSCON contact history, so the next
      *    campaign can honour the contact cap and the question
      *    "when did we last write to this customer, and why" has a
      *    one-read answer.
      *
      *    ADRSCMP.PRM record 1 -- columns 1-8 campaign code, 10-17
      *    mail date (YYYYMMDD), 19-26 operator running it, 28-30
      *    contact cap in days (blank means 30, zero means no cap),
      *    32-51 site, 53-82 description.  Records 2 on carry one
      *    group code each in columns 1-8, up to 10 groups; a person
      *    in several is credited to the first listed.
      *
      *    A person is left out, and listed with the reason, when the
      *    ADRS entry is gone (NOADRS), the address is on returned-
      *    mail hold (HELD), the postal code is blank, not on or
      *    retired on the postal master (as ADRSLBL), or the person
      *    was written to on or after the mail date less the cap
      *    (CAPPED).  Entries on the ADRSSUP do-not-contact list are
      *    only counted, never listed.
      *
      *    The campaign record is added to ADRSCMP at the start of
      *    the run and completed at the end with the count mailed; a
      *    campaign code already on file is refused with condition
      *    code 8 and nothing is produced, so a rerun can never mail
      *    the same people twice.  ADRSCMP.LBL carries the labels in
      *    postal order, ADRSCMP.DAT the same recipients in the list
      *    window's export layout, ADRSCMP.LST the exclusions and the
      *    totals.
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16 and no totals; an
      *    unusable parameter file abends it the same way.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  SORT-FILE       ASSIGN      TO  'ADRSCMP.WRK'.
           SELECT  LSORT-FILE      ASSIGN      TO  'ADRSCMP.WK2'.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSCMP.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  PCM-FILE        ASSIGN      TO  'ADRSPCM.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PCM-STAT.
           SELECT  RCPWORK-FILE    ASSIGN      TO  'ADRSCMP.RCW'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RCW-STAT.
           SELECT  LABEL-FILE      ASSIGN      TO  'ADRSCMP.LBL'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  EXPORT-FILE     ASSIGN      TO  'ADRSCMP.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSCMP.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
       01  SORT-REC.
           02  SORT-HOME           PIC X(20).
           02  SORT-SEQ            PIC 9(2).
           02  SORT-GROUP          PIC X(8).
       SD  LSORT-FILE.
       01  LSORT-REC.
           02  LSORT-POSTAL        PIC X(8).
           02  LSORT-KEY-ADDR      PIC X(40).
           02  LSORT-NAME          PIC X(30).
           02  LSORT-TEL           PIC X(15).
           02  LSORT-HOME          PIC X(20).
           02  LSORT-GROUP         PIC X(8).
           02  LSORT-ADDRESS       PIC X(40)   OCCURS 3 TIMES.
           02  LSORT-PREF-CITY     PIC X(40).
           02  LSORT-STREET        PIC X(40).
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(82).
       FD  PCM-FILE.
       01  PCM-REC.
           02  PCM-CODE            PIC X(8).
           02  FILLER              PIC X(1).
           02  PCM-STATUS          PIC X(1).
           02  FILLER              PIC X(1).
           02  PCM-PREF-CITY       PIC X(40).
       FD  RCPWORK-FILE.
       01  RCPWORK-REC             PIC X(321).
       FD  LABEL-FILE.
       01  LABEL-REC               PIC X(132).
       FD  EXPORT-FILE.
       01  EXPORT-REC.
           02  EXP-NAME            PIC X(30).
           02  EXP-TEL             PIC X(15).
           02  EXP-MAIL            PIC X(20).
           02  EXP-ADRS            PIC X(40)   OCCURS 3 TIMES.
           02  EXP-POSTAL          PIC X(8).
           02  EXP-PREF-CITY       PIC X(40).
           02  EXP-STREET          PIC X(40).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
           02  FLG-FIRST   PIC X.
           02  FLG-DBABEND PIC X   VALUE 'N'.
           02  FLG-REFUSED PIC X   VALUE 'N'.
           02  FLG-TRAY-FIRST  PIC X.
       01  WS-ABEND-PATH   PIC X(16).
       01  WS-ABEND-RC     PIC S9(4).
       01  I               PIC S9(9)   BINARY.
       01  J               PIC S9(9)   BINARY.
       01  K               PIC S9(9)   BINARY.
       01  WS-COL          PIC S9(4)   BINARY  VALUE ZERO.
       01  WS-ROW          PIC S9(4)   BINARY.
       01  WS-PRM-STAT     PIC X(2).
       01  WS-PCM-STAT     PIC X(2).
       01  WS-RCW-STAT     PIC X(2).
      *    the campaign as asked for on the parameter file
       01  WS-CMP-CODE     PIC X(8)    VALUE SPACE.
       01  WS-CMP-DESC     PIC X(30)   VALUE SPACE.
       01  WS-MAIL-DATE    PIC X(8)    VALUE SPACE.
       01  WS-CMP-OPER     PIC X(8)    VALUE SPACE.
       01  WS-CAP-TEXT     PIC X(3)    VALUE SPACE.
       01  WS-CAP-DAYS     PIC 9(3)    VALUE 30.
       01  WS-SITE         PIC X(20)   VALUE SPACE.
       01  WS-GRP-CNT      PIC S9(4)   BINARY  VALUE ZERO.
       01  WS-GRP-TBL.
           02  WS-GRP-ENT      OCCURS 10 TIMES.
               03  WS-GRP-CODE     PIC X(8).
               03  WS-GRP-HDR      PIC X(1).
               03  WS-GRP-MEMBERS  PIC S9(9)   BINARY.
       01  WS-DATE-NUM     PIC 9(8).
       01  WS-DAYNUM       PIC S9(9)   BINARY.
       01  WS-CAP-FROM     PIC X(8).
       01  WS-FOUND-STATUS PIC X(1).
       01  WS-FOUND-RUN    PIC X(8).
       01  WS-CURRENT-DATE PIC X(21).
      *    recipient being checked
       01  WS-CUR-HOME     PIC X(20).
       01  WS-CHK-SITE     PIC X(20).
       01  WS-CHK-HOME     PIC X(20).
       01  WS-SUP-FOUND    PIC X(1).
       01  WS-RET-HELD     PIC X(1).
       01  WS-PCM-FOUND    PIC X(1).
       01  WS-PCM-RETIRED  PIC X(1).
       01  WS-LAST-DATE    PIC X(8).
       01  WS-LAST-CMP     PIC X(8).
       01  WS-EXC-REASON   PIC X(8).
       01  WS-EXC-DETAIL   PIC X(40).
       01  WS-PCM-TBL.
           02  WS-PCM-CNT      PIC S9(4)   BINARY  VALUE ZERO.
           02  WS-PCM-ENT      OCCURS 1000 TIMES.
               03  WS-PCM-CODE     PIC X(8).
               03  WS-PCM-ST       PIC X(1).
      *    one recipient cleared for mailing, between the two sorts
       01  WS-RCP-REC.
           02  WS-RCP-POSTAL       PIC X(8).
           02  WS-RCP-KEY-ADDR     PIC X(40).
           02  WS-RCP-NAME         PIC X(30).
           02  WS-RCP-TEL          PIC X(15).
           02  WS-RCP-HOME         PIC X(20).
           02  WS-RCP-GROUP        PIC X(8).
           02  WS-RCP-ADDRESS      PIC X(40)   OCCURS 3 TIMES.
           02  WS-RCP-PREF-CITY    PIC X(40).
           02  WS-RCP-STREET       PIC X(40).
       01  WS-CNT-MEMBERS  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-DUPS     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-UNIQUE   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-SUPP     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-HELD     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-CAPPED   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-NOADRS   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-POSTAL   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-EXCLUDED PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-MAILED   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-TRAYS    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CUR-POSTAL   PIC X(8).
       01  WS-PAGE-NO      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-NO      PIC 9(4)    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 55.
       01  WS-HEADING-1.
           02  FILLER          PIC X(9)    VALUE 'CAMPAIGN '.
           02  WS-HDG-CODE     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-HDG-DESC     PIC X(30).
           02  FILLER          PIC X(6)    VALUE ' MAIL '.
           02  WS-HDG-DATE     PIC X(8).
           02  FILLER          PIC X(6)    VALUE ' SITE '.
           02  WS-HDG-SITE     PIC X(20).
           02  FILLER          PIC X(4)    VALUE SPACE.
           02  FILLER          PIC X(5)    VALUE 'PAGE '.
           02  WS-HDG-PAGE-NO  PIC ZZZ9.
       01  WS-HEADING-2.
           02  FILLER          PIC X(30)
               VALUE 'REASON   MAIL KEY             '.
           02  FILLER          PIC X(30)
               VALUE 'NAME                          '.
           02  FILLER          PIC X(30)
               VALUE ' DETAIL'.
       01  WS-HEADING-3.
           02  FILLER          PIC X(100)  VALUE ALL '-'.
       01  WS-EXC-LINE.
           02  WS-EXL-REASON   PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-EXL-HOME     PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-EXL-NAME     PIC X(30).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-EXL-DETAIL   PIC X(40).
       01  WS-GROUP-LINE.
           02  FILLER          PIC X(6)    VALUE 'GROUP '.
           02  WS-GPL-CODE     PIC X(8).
           02  FILLER          PIC X(6)    VALUE SPACE.
           02  WS-GPL-COUNT    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-GPL-NOTE     PIC X(20).
       01  WS-TRAY-LINE.
           02  FILLER          PIC X(9)    VALUE '*** TRAY '.
           02  WS-TRAY-NO      PIC ZZZ9.
           02  FILLER          PIC X(9)    VALUE '  POSTAL '.
           02  WS-TRAY-POSTAL  PIC X(8).
           02  FILLER          PIC X(4)    VALUE ' ***'.
       01  WS-LBL-BUF.
           02  WS-LBL-LINE     OCCURS 4 TIMES.
               03  WS-LBL-CELL     PIC X(40)   OCCURS 3 TIMES.
       01  WS-PRINT-LINE.
           02  WS-PRT-CELL-1   PIC X(40).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-PRT-CELL-2   PIC X(40).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-PRT-CELL-3   PIC X(40).
           02  FILLER          PIC X(8)    VALUE SPACE.
       01  WS-RUN-STAT     PIC X(2).
       01  WS-RUN-START    PIC X(14).
       01  WS-RUN-STAMP    PIC X(21).
       01  WS-TOTAL-LINE.
           02  WS-TOT-LABEL    PIC X(20).
           02  WS-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
       COPY    ENUM-VALUE.
       COPY    DBPATH.
       COPY    DB-ADRS.
       COPY    DB-GRP.
       COPY    DB-SUP.
       COPY    DB-RET.
       COPY    DB-CMP.
       COPY    DB-CON.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           PERFORM 050-READ-PARAM.
           IF      FLG-DBABEND =   'N'
               PERFORM 070-LOAD-PCM
               PERFORM 080-CHECK-CAMPAIGN
           END-IF.
           IF      FLG-DBABEND =   'N'
               AND FLG-REFUSED =   'N'
               PERFORM 090-START-CAMPAIGN
           END-IF.
      *
           IF      FLG-DBABEND =   'Y'
               DISPLAY   'ADRSCMP: ABEND, PATH=' WS-ABEND-PATH
                         ' RC=' WS-ABEND-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               PERFORM 870-WRITE-RUNLOG
               STOP    RUN
           END-IF.
           IF      FLG-REFUSED =   'Y'
               DISPLAY   'ADRSCMP: CAMPAIGN ' WS-CMP-CODE
                         ' ALREADY RUN ' WS-FOUND-RUN
                         ' STATUS=' WS-FOUND-STATUS
                         ' -- RUN REFUSED'
                   UPON    CONSOLE
      *        the run-sheet shows which store turned the run away
               MOVE    PATH-CMP-PRIMARY    TO  WS-ABEND-PATH
               MOVE    ZERO                TO  WS-ABEND-RC
               MOVE    8           TO  RETURN-CODE
               PERFORM 870-WRITE-RUNLOG
               STOP    RUN
           END-IF.
      *
           OPEN    OUTPUT       REPORT-FILE.
           OPEN    OUTPUT       RCPWORK-FILE.
           IF      WS-RCW-STAT NOT =   '00'
               MOVE   'ADRSCMP.RCW'    TO  WS-ABEND-PATH
               MOVE    WS-RCW-STAT     TO  WS-ABEND-RC
               MOVE   'Y'              TO  FLG-DBABEND
           END-IF.
      *
      *    first pass: one row per person, the first listed group
      *    ahead, and the checks made once per person
           IF      FLG-DBABEND =   'N'
               SORT    SORT-FILE
                       ON  ASCENDING  KEY     SORT-HOME
                                              SORT-SEQ
                       INPUT   PROCEDURE  IS  100-COLLECT-MEMBERS
                       OUTPUT  PROCEDURE  IS  200-SELECT-RECIPIENTS
               CLOSE   RCPWORK-FILE
           END-IF.
      *
      *    second pass: the cleared recipients in postal order for
      *    the trays, written to labels, export and contact history
           IF      FLG-DBABEND =   'N'
               OPEN    OUTPUT       LABEL-FILE
               OPEN    OUTPUT       EXPORT-FILE
               SORT    LSORT-FILE
                       ON  ASCENDING  KEY     LSORT-POSTAL
                                              LSORT-KEY-ADDR
                                              LSORT-NAME
                       INPUT   PROCEDURE  IS  300-READ-RECIPIENTS
                       OUTPUT  PROCEDURE  IS  400-MAIL-RECIPIENTS
               CLOSE   LABEL-FILE
               CLOSE   EXPORT-FILE
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM 500-COMPLETE-CAMPAIGN
           END-IF.
      *
           IF      FLG-DBABEND =   'Y'
               CLOSE   REPORT-FILE
               DISPLAY   'ADRSCMP: ABEND, PATH=' WS-ABEND-PATH
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
      *    a campaign needs a code, a mail date, a site and at least
      *    one group; without them the run is refused outright
           OPEN    INPUT        PARAM-FILE.
           IF      WS-PRM-STAT NOT =   '00'
               MOVE   'ADRSCMP.PRM'    TO  WS-ABEND-PATH
               MOVE    WS-PRM-STAT     TO  WS-ABEND-RC
               MOVE   'Y'              TO  FLG-DBABEND
           ELSE
               READ    PARAM-FILE
                   AT  END
                       CONTINUE
                   NOT AT  END
                       MOVE    PRM-REC(1:8)    TO  WS-CMP-CODE
                       MOVE    PRM-REC(10:8)   TO  WS-MAIL-DATE
                       MOVE    PRM-REC(19:8)   TO  WS-CMP-OPER
                       MOVE    PRM-REC(28:3)   TO  WS-CAP-TEXT
                       MOVE    PRM-REC(32:20)  TO  WS-SITE
                       MOVE    PRM-REC(53:30)  TO  WS-CMP-DESC
               END-READ
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    PARAM-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           PERFORM 060-ADD-GROUP
                   END-READ
               END-PERFORM
               CLOSE   PARAM-FILE
      *
               IF      WS-CAP-TEXT NUMERIC
                   MOVE    WS-CAP-TEXT TO  WS-CAP-DAYS
               END-IF
               IF      WS-CMP-CODE     =   SPACE
                   OR  WS-MAIL-DATE    NOT NUMERIC
                   OR  WS-SITE         =   SPACE
                   OR  WS-GRP-CNT      =   ZERO
                   DISPLAY   'ADRSCMP: PARAMETER NEEDS CODE, MAIL DATE,'
                             ' SITE AND A GROUP'
                       UPON    CONSOLE
                   MOVE   'ADRSCMP.PRM'    TO  WS-ABEND-PATH
                   MOVE    ZERO            TO  WS-ABEND-RC
                   MOVE   'Y'              TO  FLG-DBABEND
               END-IF
           END-IF.
      *
      *    the cap counts back from the mail date, not the run date,
      *    so a campaign prepared early still honours it
           MOVE    SPACE           TO  WS-CAP-FROM.
           IF      FLG-DBABEND =   'N'
               AND WS-CAP-DAYS >   ZERO
               MOVE    WS-MAIL-DATE    TO  WS-DATE-NUM
               COMPUTE WS-DAYNUM   =
                       FUNCTION INTEGER-OF-DATE ( WS-DATE-NUM )
                     - WS-CAP-DAYS
               COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER ( WS-DAYNUM )
               MOVE    WS-DATE-NUM     TO  WS-CAP-FROM
           END-IF.
      *
           MOVE    WS-CMP-CODE     TO  WS-HDG-CODE.
           MOVE    WS-CMP-DESC     TO  WS-HDG-DESC.
           MOVE    WS-MAIL-DATE    TO  WS-HDG-DATE.
           MOVE    WS-SITE         TO  WS-HDG-SITE.
           DISPLAY   'ADRSCMP: CAMPAIGN=' WS-CMP-CODE
                     ' MAIL=' WS-MAIL-DATE ' SITE=' WS-SITE
                     ' GROUPS=' WS-GRP-CNT ' CAP=' WS-CAP-DAYS
                     ' FROM=' WS-CAP-FROM
               UPON    CONSOLE.
      **************************************************************************
       060-ADD-GROUP            SECTION.
           IF      PRM-REC(1:8)    NOT =   SPACE
               IF      WS-GRP-CNT  <   10
                   ADD     1               TO  WS-GRP-CNT
                   MOVE    PRM-REC(1:8)    TO  WS-GRP-CODE(WS-GRP-CNT)
                   MOVE   'N'              TO  WS-GRP-HDR(WS-GRP-CNT)
                   MOVE    ZERO
                       TO  WS-GRP-MEMBERS(WS-GRP-CNT)
               ELSE
                   DISPLAY   'ADRSCMP: MORE THAN 10 GROUPS, '
                             PRM-REC(1:8) ' DROPPED'
                       UPON    CONSOLE
               END-IF
           END-IF.
      **************************************************************************
       070-LOAD-PCM             SECTION.
      *    as in the label run, an unusable master only gets a
      *    warning -- every recipient then lands on the exception
      *    list instead of a label
           MOVE    ZERO        TO  WS-PCM-CNT.
           OPEN    INPUT        PCM-FILE.
           IF      WS-PCM-STAT NOT =   '00'
               DISPLAY   'ADRSCMP: POSTAL MASTER NOT USABLE, STATUS='
                         WS-PCM-STAT
                   UPON    CONSOLE
           ELSE
               MOVE    'N'         TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    PCM-FILE
                       AT  END
                           MOVE    'Y'     TO  FLG-EOF
                       NOT AT  END
                           IF      WS-PCM-CNT  <   1000
                               ADD     1           TO  WS-PCM-CNT
                               MOVE    PCM-CODE
                                   TO  WS-PCM-CODE(WS-PCM-CNT)
                               MOVE    PCM-STATUS
                                   TO  WS-PCM-ST(WS-PCM-CNT)
                           ELSE
                               DISPLAY   'ADRSCMP: POSTAL MASTER TABLE'
                                         ' FULL, ' PCM-CODE ' DROPPED'
                                   UPON    CONSOLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   PCM-FILE
           END-IF.
      **************************************************************************
       080-CHECK-CAMPAIGN       SECTION.
           MOVE    SPACE       TO  ADRSCMP.
           MOVE    WS-SITE     TO  CMP-SITE.
           MOVE    WS-CMP-CODE TO  CMP-CODE.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-CMP-PRIMARY    TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSCMP.
      *
           IF      MCP-RC      =   ZERO
               MOVE   'DBFETCH'    TO  MCP-FUNC
               MOVE    PATH-CMP-PRIMARY    TO  MCP-PATH
               INITIALIZE  ADRSCMP
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRSCMP
           END-IF.
      *
      *    the cursor is positional: when the exact key is not on
      *    file the fetch hands back the next record with a zero
      *    return code, so check the key before trusting the record
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      CMP-SITE    =   WS-SITE
                   AND CMP-CODE    =   WS-CMP-CODE
                   MOVE   'Y'          TO  FLG-REFUSED
                   MOVE    CMP-RUN-DATE    TO  WS-FOUND-RUN
                   MOVE    CMP-STATUS      TO  WS-FOUND-STATUS
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       090-START-CAMPAIGN       SECTION.
      *    on file before anything is mailed, so even an abended run
      *    keeps its code from being run again
           MOVE    FUNCTION CURRENT-DATE   TO  WS-CURRENT-DATE.
           MOVE    SPACE           TO  ADRSCMP.
           MOVE    WS-SITE         TO  CMP-SITE.
           MOVE    WS-CMP-CODE     TO  CMP-CODE.
           MOVE    WS-CMP-DESC     TO  CMP-DESC.
           MOVE    WS-MAIL-DATE    TO  CMP-MAIL-DATE.
           MOVE    WS-CMP-OPER     TO  CMP-OPER.
           MOVE    WS-CURRENT-DATE(1:8)    TO  CMP-RUN-DATE.
           MOVE    WS-CAP-DAYS     TO  CMP-CAP-DAYS.
           MOVE    WS-GRP-CNT      TO  CMP-GROUP-CNT.
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-GRP-CNT
               MOVE    WS-GRP-CODE(K)  TO  CMP-GROUP(K)
           END-PERFORM.
           MOVE   'R'              TO  CMP-STATUS.
           MOVE    ZERO            TO  CMP-MAILED.
           PERFORM 840-DBINSERT-CMP.
           IF      MCP-RC      NOT =   ZERO
               PERFORM 880-FLAG-ABEND
           END-IF.
      **************************************************************************
       100-COLLECT-MEMBERS      SECTION.
           PERFORM 830-DBSELECT-GRP.
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSCMP: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 831-DBFETCH-GRP
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   IF      GRP-SITE    =   WS-SITE
                       PERFORM 110-PICK-MEMBER
                   END-IF
                   PERFORM 831-DBFETCH-GRP
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       110-PICK-MEMBER          SECTION.
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-GRP-CNT
                   OR      WS-GRP-CODE(K)  =   GRP-CODE
               CONTINUE
           END-PERFORM.
      *
           IF      K   NOT >   WS-GRP-CNT
               IF      GRP-HOME    =   SPACE
                   MOVE   'Y'          TO  WS-GRP-HDR(K)
               ELSE
                   ADD     1           TO  WS-CNT-MEMBERS
                   ADD     1           TO  WS-GRP-MEMBERS(K)
                   MOVE    GRP-HOME    TO  SORT-HOME
                   MOVE    K           TO  SORT-SEQ
                   MOVE    GRP-CODE    TO  SORT-GROUP
                   RELEASE SORT-REC
               END-IF
           END-IF.
      **************************************************************************
       200-SELECT-RECIPIENTS    SECTION.
           MOVE   'Y'          TO  FLG-FIRST.
           MOVE   'N'          TO  FLG-EOF.
           PERFORM UNTIL   FLG-EOF =   'Y'
               RETURN  SORT-FILE
                   AT  END
                       MOVE   'Y'      TO  FLG-EOF
                   NOT AT  END
                       IF      FLG-DBABEND =   'N'
                           PERFORM 210-PROC-MEMBER
                       END-IF
               END-RETURN
           END-PERFORM.
      **************************************************************************
       210-PROC-MEMBER          SECTION.
      *    the same person through a second group is mailed once
           IF      FLG-FIRST   =   'N'
               AND SORT-HOME   =   WS-CUR-HOME
               ADD     1           TO  WS-CNT-DUPS
           ELSE
               MOVE   'N'          TO  FLG-FIRST
               MOVE    SORT-HOME   TO  WS-CUR-HOME
               ADD     1           TO  WS-CNT-UNIQUE
               PERFORM 220-CHECK-RECIPIENT
           END-IF.
      **************************************************************************
       220-CHECK-RECIPIENT      SECTION.
           MOVE    WS-SITE     TO  WS-CHK-SITE.
           MOVE    SORT-HOME   TO  WS-CHK-HOME.
           MOVE    SPACE       TO  WS-EXC-DETAIL.
           PERFORM 810-FETCH-ONE-ADRS.
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               PERFORM 230-CHECK-HOLDS
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
      *        a membership row left behind by a delete
               MOVE    SPACE       TO  ADR-NAME
               MOVE    SORT-GROUP  TO  WS-EXC-DETAIL
               MOVE   'NOADRS'     TO  WS-EXC-REASON
               ADD     1           TO  WS-CNT-NOADRS
               PERFORM 290-WRITE-EXCLUSION
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       230-CHECK-HOLDS          SECTION.
      *    a do-not-contact entry is not even listed -- the listing
      *    would itself be output about them
           PERFORM 240-CHECK-SUP.
           IF      FLG-DBABEND =   'N'
               IF      WS-SUP-FOUND    =   'Y'
                   ADD     1           TO  WS-CNT-SUPP
               ELSE
                   PERFORM 250-CHECK-HOLD
                   IF      FLG-DBABEND =   'N'
                       IF      WS-RET-HELD =   'Y'
                           MOVE   'HELD'       TO  WS-EXC-REASON
                           ADD     1           TO  WS-CNT-HELD
                           PERFORM 290-WRITE-EXCLUSION
                       ELSE
                           PERFORM 235-CHECK-ADDRESS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       235-CHECK-ADDRESS        SECTION.
           PERFORM 260-CHECK-POSTAL.
           MOVE    ADR-POSTAL  TO  WS-EXC-DETAIL.
           EVALUATE    TRUE
             WHEN    ADR-POSTAL      =   SPACE
               MOVE   'BLANK'      TO  WS-EXC-REASON
             WHEN    WS-PCM-FOUND    =   'N'
               MOVE   'NOTFND'     TO  WS-EXC-REASON
             WHEN    WS-PCM-RETIRED  =   'Y'
               MOVE   'RETIRED'    TO  WS-EXC-REASON
             WHEN     OTHER
               MOVE    SPACE       TO  WS-EXC-REASON
           END-EVALUATE.
      *
           IF      WS-EXC-REASON   NOT =   SPACE
               ADD     1           TO  WS-CNT-POSTAL
               PERFORM 290-WRITE-EXCLUSION
           ELSE
               PERFORM 270-CHECK-CAP
               IF      FLG-DBABEND =   'N'
                   IF      WS-CAP-FROM     NOT =   SPACE
                       AND WS-LAST-DATE    NOT =   SPACE
                       AND WS-LAST-DATE    NOT <   WS-CAP-FROM
                       MOVE   'CAPPED'     TO  WS-EXC-REASON
                       MOVE    SPACE       TO  WS-EXC-DETAIL
                       STRING 'LAST '      WS-LAST-DATE
                              ' CAMPAIGN ' WS-LAST-CMP
                               DELIMITED BY SIZE
                           INTO    WS-EXC-DETAIL
                       END-STRING
                       ADD     1           TO  WS-CNT-CAPPED
                       PERFORM 290-WRITE-EXCLUSION
                   ELSE
                       PERFORM 280-WRITE-RECIPIENT
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       240-CHECK-SUP            SECTION.
           MOVE   'N'          TO  WS-SUP-FOUND.
           MOVE    WS-CHK-SITE TO  SUP-SITE.
           MOVE    WS-CHK-HOME TO  SUP-HOME.
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
      *    only the clean not-found codes may clear the person for
      *    mailing -- a failed lookup must never mail the person it
      *    could not check
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      SUP-SITE    =   WS-CHK-SITE
                   AND SUP-HOME    =   WS-CHK-HOME
                   MOVE   'Y'          TO  WS-SUP-FOUND
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       250-CHECK-HOLD           SECTION.
           MOVE   'N'          TO  WS-RET-HELD.
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
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      RET-SITE    =   WS-CHK-SITE
                   AND RET-HOME    =   WS-CHK-HOME
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
       260-CHECK-POSTAL         SECTION.
           MOVE   'N'          TO  WS-PCM-FOUND.
           MOVE   'N'          TO  WS-PCM-RETIRED.
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   (   K   >   WS-PCM-CNT   )
                       OR  (   WS-PCM-FOUND    =   'Y' )
               IF      WS-PCM-CODE(K)  =   ADR-POSTAL
                   MOVE   'Y'          TO  WS-PCM-FOUND
                   IF      WS-PCM-ST(K)    =   'R'
                       MOVE   'Y'          TO  WS-PCM-RETIRED
                   END-IF
               END-IF
           END-PERFORM.
      **************************************************************************
       270-CHECK-CAP            SECTION.
      *    the contact rows of one person run together under the
      *    key; the latest mail date among them is the last contact
           MOVE    SPACE       TO  WS-LAST-DATE.
           MOVE    SPACE       TO  WS-LAST-CMP.
           IF      WS-CAP-FROM =   SPACE
               CONTINUE
           ELSE
               MOVE    SPACE       TO  ADRSCON
               MOVE    WS-CHK-SITE TO  CON-SITE
               MOVE    WS-CHK-HOME TO  CON-HOME
               MOVE   'DBSELECT'   TO  MCP-FUNC
               MOVE    PATH-CON-PRIMARY    TO  MCP-PATH
               CALL   'MCPSUB'     USING
                    MCPAREA
                    ADRSCON
               IF      MCP-RC      =   ZERO
                   PERFORM 851-DBFETCH-CON
                   PERFORM UNTIL   MCP-RC  NOT =   ZERO
                           OR      CON-SITE    NOT =   WS-CHK-SITE
                           OR      CON-HOME    NOT =   WS-CHK-HOME
                       IF      CON-DATE    >   WS-LAST-DATE
                           MOVE    CON-DATE        TO  WS-LAST-DATE
                           MOVE    CON-CAMPAIGN    TO  WS-LAST-CMP
                       END-IF
                       PERFORM 851-DBFETCH-CON
                   END-PERFORM
               END-IF
               EVALUATE    TRUE
                 WHEN    MCP-RC-OK
                 WHEN    MCP-RC-EOD
                 WHEN    MCP-RC-KEYBOUND
                   CONTINUE
                 WHEN     OTHER
                   PERFORM 880-FLAG-ABEND
               END-EVALUATE
           END-IF.
      **************************************************************************
       280-WRITE-RECIPIENT      SECTION.
           MOVE    SPACE           TO  WS-RCP-REC.
           MOVE    ADR-POSTAL      TO  WS-RCP-POSTAL.
           MOVE    ADR-ADDRESS(1)  TO  WS-RCP-KEY-ADDR.
           MOVE    ADR-NAME        TO  WS-RCP-NAME.
           MOVE    ADR-TEL         TO  WS-RCP-TEL.
           MOVE    ADR-HOME        TO  WS-RCP-HOME.
           MOVE    SORT-GROUP      TO  WS-RCP-GROUP.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               MOVE    ADR-ADDRESS(J)  TO  WS-RCP-ADDRESS(J)
           END-PERFORM.
           MOVE    ADR-PREF-CITY   TO  WS-RCP-PREF-CITY.
           MOVE    ADR-STREET      TO  WS-RCP-STREET.
           MOVE    WS-RCP-REC      TO  RCPWORK-REC.
           WRITE   RCPWORK-REC.
      **************************************************************************
       290-WRITE-EXCLUSION      SECTION.
           IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
               PERFORM 390-WRITE-HEADING
           END-IF.
           MOVE    WS-EXC-REASON   TO  WS-EXL-REASON.
           MOVE    WS-CHK-HOME     TO  WS-EXL-HOME.
           MOVE    ADR-NAME        TO  WS-EXL-NAME.
           MOVE    WS-EXC-DETAIL   TO  WS-EXL-DETAIL.
           MOVE    WS-EXC-LINE     TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     1               TO  WS-LINE-NO.
           ADD     1               TO  WS-CNT-EXCLUDED.
      **************************************************************************
       300-READ-RECIPIENTS      SECTION.
           OPEN    INPUT        RCPWORK-FILE.
           IF      WS-RCW-STAT NOT =   '00'
               MOVE   'ADRSCMP.RCW'    TO  WS-ABEND-PATH
               MOVE    WS-RCW-STAT     TO  WS-ABEND-RC
               MOVE   'Y'              TO  FLG-DBABEND
           ELSE
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    RCPWORK-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           MOVE    RCPWORK-REC TO  WS-RCP-REC
                           MOVE    WS-RCP-REC  TO  LSORT-REC
                           RELEASE LSORT-REC
                   END-READ
               END-PERFORM
               CLOSE   RCPWORK-FILE
           END-IF.
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
       400-MAIL-RECIPIENTS      SECTION.
           MOVE    SPACE       TO  WS-LBL-BUF.
           MOVE    ZERO        TO  WS-COL.
           MOVE    SPACE       TO  WS-CUR-POSTAL.
           MOVE   'Y'          TO  FLG-TRAY-FIRST.
      *
           MOVE   'N'          TO  FLG-EOF.
           PERFORM UNTIL   FLG-EOF =   'Y'
               RETURN  LSORT-FILE
                   AT  END
                       MOVE   'Y'      TO  FLG-EOF
                   NOT AT  END
                       IF      FLG-DBABEND =   'N'
                           PERFORM 410-MAIL-ONE
                       END-IF
               END-RETURN
           END-PERFORM.
      *
           IF      WS-COL      >   ZERO
               AND FLG-DBABEND =   'N'
               PERFORM 430-FLUSH-ROW
           END-IF.
      **************************************************************************
       410-MAIL-ONE             SECTION.
      *    the contact row is what the next campaign's cap reads, so
      *    a recipient counts as mailed only once it is on file
           MOVE    SPACE           TO  ADRSCON.
           MOVE    WS-SITE         TO  CON-SITE.
           MOVE    LSORT-HOME      TO  CON-HOME.
           MOVE    WS-MAIL-DATE    TO  CON-DATE.
           MOVE    WS-CMP-CODE     TO  CON-CAMPAIGN.
           MOVE    LSORT-GROUP     TO  CON-GROUP.
           PERFORM 852-DBINSERT-CON.
           IF      MCP-RC      NOT =   ZERO
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 420-ADD-LABEL
               PERFORM 450-WRITE-EXPORT
               ADD     1           TO  WS-CNT-MAILED
           END-IF.
      **************************************************************************
       420-ADD-LABEL            SECTION.
           IF      FLG-TRAY-FIRST  =   'Y'
               OR  LSORT-POSTAL    NOT =   WS-CUR-POSTAL
               PERFORM 440-BREAK-TRAY
           END-IF.
      *
           ADD     1           TO  WS-COL.
           MOVE    1           TO  WS-ROW.
           MOVE    LSORT-NAME  TO  WS-LBL-CELL(WS-ROW, WS-COL).
      *    same label face as the ADRSLBL run
           IF      LSORT-PREF-CITY NOT =   SPACE
               OR  LSORT-STREET    NOT =   SPACE
               ADD     1           TO  WS-ROW
               MOVE    LSORT-POSTAL    TO  WS-LBL-CELL(WS-ROW, WS-COL)
               IF      LSORT-PREF-CITY NOT =   SPACE
                   ADD     1           TO  WS-ROW
                   MOVE    LSORT-PREF-CITY
                       TO  WS-LBL-CELL(WS-ROW, WS-COL)
               END-IF
               IF      LSORT-STREET    NOT =   SPACE
                   ADD     1           TO  WS-ROW
                   MOVE    LSORT-STREET
                       TO  WS-LBL-CELL(WS-ROW, WS-COL)
               END-IF
           ELSE
               PERFORM VARYING J   FROM    1   BY  1
                       UNTIL   J   >   3
                   IF      LSORT-ADDRESS(J)    NOT =   SPACE
                       ADD     1               TO  WS-ROW
                       MOVE    LSORT-ADDRESS(J)
                           TO  WS-LBL-CELL(WS-ROW, WS-COL)
                   END-IF
               END-PERFORM
           END-IF.
      *
           IF      WS-COL      >=  3
               PERFORM 430-FLUSH-ROW
           END-IF.
      **************************************************************************
       430-FLUSH-ROW            SECTION.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   I   >   4
               MOVE    SPACE               TO  WS-PRINT-LINE
               MOVE    WS-LBL-CELL(I, 1)   TO  WS-PRT-CELL-1
               MOVE    WS-LBL-CELL(I, 2)   TO  WS-PRT-CELL-2
               MOVE    WS-LBL-CELL(I, 3)   TO  WS-PRT-CELL-3
               MOVE    WS-PRINT-LINE       TO  LABEL-REC
               WRITE   LABEL-REC
           END-PERFORM.
           MOVE    SPACE       TO  LABEL-REC.
           WRITE   LABEL-REC.
           WRITE   LABEL-REC.
      *
           MOVE    SPACE       TO  WS-LBL-BUF.
           MOVE    ZERO        TO  WS-COL.
      **************************************************************************
       440-BREAK-TRAY           SECTION.
           IF      WS-COL      >   ZERO
               PERFORM 430-FLUSH-ROW
           END-IF.
      *
           MOVE   'N'          TO  FLG-TRAY-FIRST.
           MOVE    LSORT-POSTAL    TO  WS-CUR-POSTAL.
           ADD     1               TO  WS-CNT-TRAYS.
           MOVE    WS-CNT-TRAYS    TO  WS-TRAY-NO.
           MOVE    LSORT-POSTAL    TO  WS-TRAY-POSTAL.
           MOVE    SPACE           TO  LABEL-REC.
           MOVE    WS-TRAY-LINE    TO  LABEL-REC.
           WRITE   LABEL-REC.
           MOVE    SPACE       TO  LABEL-REC.
           WRITE   LABEL-REC.
      **************************************************************************
       450-WRITE-EXPORT         SECTION.
           MOVE    SPACE           TO  EXPORT-REC.
           MOVE    LSORT-NAME      TO  EXP-NAME.
           MOVE    LSORT-TEL       TO  EXP-TEL.
           MOVE    LSORT-HOME      TO  EXP-MAIL.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               MOVE    LSORT-ADDRESS(J)    TO  EXP-ADRS(J)
           END-PERFORM.
           MOVE    LSORT-POSTAL        TO  EXP-POSTAL.
           MOVE    LSORT-PREF-CITY     TO  EXP-PREF-CITY.
           MOVE    LSORT-STREET        TO  EXP-STREET.
           WRITE   EXPORT-REC.
      **************************************************************************
       500-COMPLETE-CAMPAIGN    SECTION.
           MOVE    SPACE           TO  ADRSCMP.
           MOVE    WS-SITE         TO  CMP-SITE.
           MOVE    WS-CMP-CODE     TO  CMP-CODE.
           MOVE    WS-CMP-DESC     TO  CMP-DESC.
           MOVE    WS-MAIL-DATE    TO  CMP-MAIL-DATE.
           MOVE    WS-CMP-OPER     TO  CMP-OPER.
           MOVE    WS-RUN-START(1:8)   TO  CMP-RUN-DATE.
           MOVE    WS-CAP-DAYS     TO  CMP-CAP-DAYS.
           MOVE    WS-GRP-CNT      TO  CMP-GROUP-CNT.
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-GRP-CNT
               MOVE    WS-GRP-CODE(K)  TO  CMP-GROUP(K)
           END-PERFORM.
           MOVE   'C'              TO  CMP-STATUS.
           MOVE    WS-CNT-MAILED   TO  CMP-MAILED.
           PERFORM 841-DBUPDATE-CMP.
           IF      MCP-RC      NOT =   ZERO
               PERFORM 880-FLAG-ABEND
           END-IF.
      **************************************************************************
       600-WRITE-TOTALS         SECTION.
           IF      WS-PAGE-NO  =   ZERO
               PERFORM 390-WRITE-HEADING
               MOVE   'NO EXCLUSIONS'  TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
      *    a group with no header row is not on file at all -- most
      *    likely a mistyped code on the parameter file
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-GRP-CNT
               MOVE    WS-GRP-CODE(K)      TO  WS-GPL-CODE
               MOVE    WS-GRP-MEMBERS(K)   TO  WS-GPL-COUNT
               IF      WS-GRP-HDR(K)   =   'Y'
                   MOVE    SPACE               TO  WS-GPL-NOTE
               ELSE
                   MOVE   'GROUP NOT ON FILE'  TO  WS-GPL-NOTE
               END-IF
               MOVE    WS-GROUP-LINE       TO  REPORT-REC
               WRITE   REPORT-REC
           END-PERFORM.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'MEMBERSHIP ROWS'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-MEMBERS      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'DUPLICATES REMOVED' TO  WS-TOT-LABEL.
           MOVE    WS-CNT-DUPS         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'PERSONS'            TO  WS-TOT-LABEL.
           MOVE    WS-CNT-UNIQUE       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  SUPPRESSED'       TO  WS-TOT-LABEL.
           MOVE    WS-CNT-SUPP         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  HELD'             TO  WS-TOT-LABEL.
           MOVE    WS-CNT-HELD         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  CAPPED'           TO  WS-TOT-LABEL.
           MOVE    WS-CNT-CAPPED       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  NO ADRS ENTRY'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-NOADRS       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  POSTAL EXCEPTIONS' TO WS-TOT-LABEL.
           MOVE    WS-CNT-POSTAL       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'MAILED'             TO  WS-TOT-LABEL.
           MOVE    WS-CNT-MAILED       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'TRAYS'              TO  WS-TOT-LABEL.
           MOVE    WS-CNT-TRAYS        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           DISPLAY   'ADRSCMP: MEMBERS='   WS-CNT-MEMBERS
                     ' PERSONS='           WS-CNT-UNIQUE
                     ' SUPPRESSED='        WS-CNT-SUPP
                     ' CAPPED='            WS-CNT-CAPPED
                     ' MAILED='            WS-CNT-MAILED
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSCMP'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-MEMBERS  TO  RUN-READ.
           MOVE    WS-CNT-MAILED   TO  RUN-WRITTEN.
           COMPUTE RUN-REJECTED    =   WS-CNT-EXCLUDED +   WS-CNT-SUPP.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE    WS-CMP-CODE     TO  RUN-PARM(1:8).
           MOVE    WS-MAIL-DATE    TO  RUN-PARM(10:8).
           MOVE    WS-SITE         TO  RUN-PARM(19:20).
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
       830-DBSELECT-GRP        SECTION.
           INITIALIZE  ADRSGRP.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-GRP-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSGRP.
      **************************************************************************
       831-DBFETCH-GRP         SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-GRP-PRIMARY    TO  MCP-PATH.
           INITIALIZE  ADRSGRP.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSGRP.
      **************************************************************************
       840-DBINSERT-CMP        SECTION.
           MOVE   'DBINSERT'   TO  MCP-FUNC.
           MOVE    PATH-CMP-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSCMP.
      **************************************************************************
       841-DBUPDATE-CMP        SECTION.
           MOVE   'DBUPDATE'   TO  MCP-FUNC.
           MOVE    PATH-CMP-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSCMP.
      **************************************************************************
       851-DBFETCH-CON         SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-CON-PRIMARY    TO  MCP-PATH.
           INITIALIZE  ADRSCON.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSCON.
      **************************************************************************
       852-DBINSERT-CON        SECTION.
           MOVE   'DBINSERT'   TO  MCP-FUNC.
           MOVE    PATH-CON-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSCON.

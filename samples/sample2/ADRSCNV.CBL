       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSCNV.
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
      *   コンポーネント名：サンプル（旧形式住所変換バッチ）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Conversion of legacy free-text addresses into the
      *    structured postal fields.  Records stored before
      *    ADR-POSTAL, ADR-PREF-CITY and ADR-STREET existed come back
      *    with spaces there, and ADRSLBL can print no label for
      *    them.  For every record with a blank postal code the job
      *    joins ADR-ADDRESS(1) to (3) into one line and looks for
      *    the prefecture/city names of the postal-code master
      *    ADRSPCM.DAT in it.
      *
      *    The longest name found wins, so a city is preferred to
      *    the bare prefecture it is in.  It is proposed with its
      *    postal code, and the text after it becomes the street.
      *    A record is left unresolved, with the reason, when:
      *      NO MATCH -- no master name is in the text
      *      AMBIG    -- the name found is on more than one code
      *      RETIRED  -- the name found is only on retired codes
      *      MULTI    -- two different names of the same length
      *      LONG     -- the street left over is over 40 characters
      *      NOSTREET -- nothing is left over for the street
      *      PARTIAL  -- pref/city or street already keyed by hand
      *
      *    ADRSCNV.PRM, columns 1-5: 'APPLY' updates the proposed
      *    records; anything else (or no parameter) is a trial run
      *    that only prints the proposals and the unresolved list.
      *    In apply mode each record is re-read first, and skipped
      *    if it has been changed since the sweep; otherwise the
      *    before-image goes to ADRSHIST (stamped 'U' by ADRSCNV at
      *    terminal BATCH) and the record is updated with the usual
      *    version bump, so a wrong conversion can be put back from
      *    the history window.
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16 and no totals; so
      *    does a postal master that cannot be read, since nothing
      *    could be matched without it.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  SORT-FILE       ASSIGN      TO  'ADRSCNV.WRK'.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSCNV.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  PCM-FILE        ASSIGN      TO  'ADRSPCM.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PCM-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSCNV.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
       01  SORT-REC.
           02  SORT-RESULT         PIC X(1).
           02  SORT-SITE           PIC X(20).
           02  SORT-HOME           PIC X(20).
           02  SORT-VERSION        PIC 9(9).
           02  SORT-REASON         PIC X(8).
           02  SORT-POSTAL         PIC X(8).
           02  SORT-PREF-CITY      PIC X(40).
           02  SORT-STREET         PIC X(40).
           02  SORT-ADDRESS        PIC X(40)   OCCURS 3 TIMES.
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(80).
       FD  PCM-FILE.
       01  PCM-REC.
           02  PCM-CODE            PIC X(8).
           02  FILLER              PIC X(1).
           02  PCM-STATUS          PIC X(1).
           02  FILLER              PIC X(1).
           02  PCM-PREF-CITY       PIC X(40).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
           02  FLG-FIRST   PIC X.
           02  FLG-DBABEND PIC X   VALUE 'N'.
           02  FLG-AMBIG   PIC X.
           02  FLG-MULTI   PIC X.
       01  WS-ABEND-PATH   PIC X(16).
       01  WS-ABEND-RC     PIC S9(4).
       01  J               PIC S9(9)   BINARY.
       01  K               PIC S9(9)   BINARY.
       01  WS-PRM-STAT     PIC X(2).
       01  WS-PCM-STAT     PIC X(2).
       01  WS-MODE         PIC X(5)    VALUE 'TRIAL'.
       01  WS-CURRENT-DATE PIC X(21).
       01  WS-CHK-SITE     PIC X(20).
       01  WS-CHK-HOME     PIC X(20).
       01  WS-CUR-RESULT   PIC X(1).
       01  WS-CUR-SITE     PIC X(20).
       01  WS-STATUS       PIC X(8).
      *    postal master, with the length of each name worked out
      *    once at load time for the text search
       01  WS-PCM-TBL.
           02  WS-PCM-CNT      PIC S9(4)   BINARY  VALUE ZERO.
           02  WS-PCM-ENT      OCCURS 1000 TIMES.
               03  WS-PCM-CODE     PIC X(8).
               03  WS-PCM-ST       PIC X(1).
               03  WS-PCM-NAME     PIC X(40).
               03  WS-PCM-LEN      PIC S9(4)   BINARY.
      *    the address lines joined, one space between lines
       01  WS-TEXT         PIC X(122).
       01  WS-TEXT-LEN     PIC S9(4)   BINARY.
       01  WS-PTR          PIC S9(4)   BINARY.
       01  WS-LEN          PIC S9(4)   BINARY.
       01  WS-POS          PIC S9(4)   BINARY.
       01  WS-FOUND-POS    PIC S9(4)   BINARY.
       01  WS-BEST-K       PIC S9(4)   BINARY.
       01  WS-BEST-LEN     PIC S9(4)   BINARY.
       01  WS-BEST-POS     PIC S9(4)   BINARY.
       01  WS-CNT-READ     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-BLANK    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-PROPOSED PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-UNRESOLVED   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-NOMATCH  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-AMBIG    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-MULTI    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-RETIRED  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-LONG     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-NOSTREET PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-PARTIAL  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-APPLIED  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-SKIPPED  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-PAGE-NO      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-NO      PIC 9(4)    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 55.
       01  WS-HEADING-1.
           02  WS-HDG-TITLE    PIC X(40).
           02  FILLER          PIC X(5)    VALUE 'MODE '.
           02  WS-HDG-MODE     PIC X(5).
           02  FILLER          PIC X(4)    VALUE SPACE.
           02  FILLER          PIC X(5)    VALUE 'PAGE '.
           02  WS-HDG-PAGE-NO  PIC ZZZ9.
       01  WS-HEADING-2.
           02  FILLER          PIC X(30)
               VALUE 'MAIL KEY             STATUS   '.
           02  FILLER          PIC X(30)
               VALUE 'POSTAL   PREF/CITY            '.
           02  FILLER          PIC X(30)
               VALUE '                    STREET'.
       01  WS-HEADING-3.
           02  FILLER          PIC X(120)  VALUE ALL '-'.
       01  WS-SITE-LINE.
           02  FILLER          PIC X(6)    VALUE 'SITE  '.
           02  WS-STL-SITE     PIC X(20).
       01  WS-DETAIL-LINE.
           02  WS-DTL-HOME     PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-STATUS   PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-POSTAL   PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-PREF-CITY    PIC X(40).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-STREET   PIC X(40).
       01  WS-CONT-LINE.
           02  FILLER          PIC X(21)   VALUE SPACE.
           02  WS-CNL-TEXT     PIC X(40).
       01  WS-RUN-STAT     PIC X(2).
       01  WS-RUN-START    PIC X(14).
       01  WS-RUN-STAMP    PIC X(21).
       01  WS-TOTAL-LINE.
           02  WS-TOT-LABEL    PIC X(20).
           02  WS-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
       COPY    ENUM-VALUE.
       COPY    DBPATH.
       COPY    DB-ADRS.
       COPY    DB-ADRSHIST.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           PERFORM 050-READ-PARAM.
           PERFORM 070-LOAD-PCM.
      *
           IF      FLG-DBABEND =   'Y'
               DISPLAY   'ADRSCNV: ABEND, PATH=' WS-ABEND-PATH
                         ' RC=' WS-ABEND-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               PERFORM 870-WRITE-RUNLOG
               STOP    RUN
           END-IF.
      *
           OPEN    OUTPUT       REPORT-FILE.
      *
      *    proposals first, then the records left for the clerks
           SORT    SORT-FILE
                   ON  ASCENDING  KEY     SORT-RESULT
                                          SORT-SITE
                                          SORT-HOME
                   INPUT   PROCEDURE  IS  100-SWEEP-ADRS
                   OUTPUT  PROCEDURE  IS  300-REPORT.
      *
           IF      FLG-DBABEND =   'Y'
               CLOSE   REPORT-FILE
               DISPLAY   'ADRSCNV: ABEND, PATH=' WS-ABEND-PATH
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
                       IF      PRM-REC(1:5)    =   'APPLY'
                           MOVE   'APPLY'          TO  WS-MODE
                       END-IF
               END-READ
               CLOSE   PARAM-FILE
           END-IF.
      *
           MOVE    WS-MODE     TO  WS-HDG-MODE.
           DISPLAY   'ADRSCNV: MODE=' WS-MODE
               UPON    CONSOLE.
      **************************************************************************
       070-LOAD-PCM             SECTION.
           MOVE    ZERO        TO  WS-PCM-CNT.
           OPEN    INPUT        PCM-FILE.
           IF      WS-PCM-STAT NOT =   '00'
               DISPLAY   'ADRSCNV: POSTAL MASTER NOT USABLE, STATUS='
                         WS-PCM-STAT
                   UPON    CONSOLE
               MOVE   'ADRSPCM.DAT'    TO  WS-ABEND-PATH
               MOVE    WS-PCM-STAT     TO  WS-ABEND-RC
               MOVE   'Y'              TO  FLG-DBABEND
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
                               MOVE    PCM-PREF-CITY
                                   TO  WS-PCM-NAME(WS-PCM-CNT)
                               PERFORM VARYING WS-LEN  FROM 40 BY -1
                                       UNTIL   WS-LEN  <   1
                                       OR  PCM-PREF-CITY(WS-LEN:1)
                                                   NOT =   SPACE
                                   CONTINUE
                               END-PERFORM
                               MOVE    WS-LEN
                                   TO  WS-PCM-LEN(WS-PCM-CNT)
                           ELSE
                               DISPLAY   'ADRSCNV: POSTAL MASTER'
                                         ' TABLE FULL, ' PCM-CODE
                                         ' DROPPED'
                                   UPON    CONSOLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   PCM-FILE
           END-IF.
      *
           DISPLAY   'ADRSCNV: POSTAL MASTER ENTRIES=' WS-PCM-CNT
               UPON    CONSOLE.
      **************************************************************************
       100-SWEEP-ADRS           SECTION.
           MOVE    SPACE       TO  ADR-SITE.
           MOVE    SPACE       TO  ADR-HOME.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      *
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSCNV: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 800-DBFETCH-ADRS
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   ADD     1           TO  WS-CNT-READ
                   IF      ADR-POSTAL  =   SPACE
                       ADD     1           TO  WS-CNT-BLANK
                       PERFORM 110-PROPOSE
                   END-IF
                   PERFORM 800-DBFETCH-ADRS
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       110-PROPOSE              SECTION.
           MOVE    SPACE       TO  SORT-REC.
           MOVE    ADR-SITE    TO  SORT-SITE.
           MOVE    ADR-HOME    TO  SORT-HOME.
           IF      ADR-VERSION NUMERIC
               MOVE    ADR-VERSION TO  SORT-VERSION
           ELSE
               MOVE    ZERO        TO  SORT-VERSION
           END-IF.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               MOVE    ADR-ADDRESS(J)  TO  SORT-ADDRESS(J)
           END-PERFORM.
      *
      *    a half-keyed structured address is a clerk's job, never
      *    overwritten from the free text
           IF      ADR-PREF-CITY   NOT =   SPACE
               OR  ADR-STREET      NOT =   SPACE
               MOVE   'PARTIAL'    TO  SORT-REASON
           ELSE
               PERFORM 120-BUILD-TEXT
               PERFORM 130-MATCH-PCM
               EVALUATE    TRUE
                 WHEN    WS-BEST-LEN =   ZERO
                   MOVE   'NO MATCH'   TO  SORT-REASON
                 WHEN    FLG-MULTI   =   'Y'
                   MOVE   'MULTI'      TO  SORT-REASON
                 WHEN    FLG-AMBIG   =   'Y'
                   MOVE   'AMBIG'      TO  SORT-REASON
                 WHEN    WS-PCM-ST(WS-BEST-K)    =   'R'
                   MOVE   'RETIRED'    TO  SORT-REASON
                 WHEN     OTHER
                   PERFORM 140-SPLIT-STREET
               END-EVALUATE
           END-IF.
      *
           IF      SORT-REASON =   SPACE
               MOVE   'P'          TO  SORT-RESULT
               ADD     1           TO  WS-CNT-PROPOSED
           ELSE
               MOVE   'U'          TO  SORT-RESULT
               ADD     1           TO  WS-CNT-UNRESOLVED
               EVALUATE    SORT-REASON
                 WHEN    'NO MATCH'
                   ADD     1           TO  WS-CNT-NOMATCH
                 WHEN    'AMBIG'
                   ADD     1           TO  WS-CNT-AMBIG
                 WHEN    'MULTI'
                   ADD     1           TO  WS-CNT-MULTI
                 WHEN    'RETIRED'
                   ADD     1           TO  WS-CNT-RETIRED
                 WHEN    'LONG'
                   ADD     1           TO  WS-CNT-LONG
                 WHEN    'NOSTREET'
                   ADD     1           TO  WS-CNT-NOSTREET
                 WHEN     OTHER
                   ADD     1           TO  WS-CNT-PARTIAL
               END-EVALUATE
           END-IF.
           RELEASE SORT-REC.
      **************************************************************************
       120-BUILD-TEXT           SECTION.
           MOVE    SPACE       TO  WS-TEXT.
           MOVE    1           TO  WS-PTR.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               PERFORM VARYING WS-LEN  FROM 40 BY -1
                       UNTIL   WS-LEN  <   1
                       OR  ADR-ADDRESS(J)(WS-LEN:1)    NOT =   SPACE
                   CONTINUE
               END-PERFORM
               IF      WS-LEN  >   ZERO
                   IF      WS-PTR  >   1
                       ADD     1           TO  WS-PTR
                   END-IF
                   STRING  ADR-ADDRESS(J)(1:WS-LEN)
                           DELIMITED BY SIZE
                       INTO    WS-TEXT
                       WITH POINTER    WS-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           COMPUTE WS-TEXT-LEN =   WS-PTR  -   1.
      **************************************************************************
       130-MATCH-PCM            SECTION.
      *    every master name is looked for; the longest found wins.
      *    retired codes take part so that a retired city is not
      *    passed over for the bare prefecture, but a live code of
      *    the same name is preferred.  the same name on two live
      *    codes cannot say which code, and two different names of
      *    the longest length cannot say which place
           MOVE    ZERO        TO  WS-BEST-K.
           MOVE    ZERO        TO  WS-BEST-LEN.
           MOVE    ZERO        TO  WS-BEST-POS.
           MOVE   'N'          TO  FLG-AMBIG.
           MOVE   'N'          TO  FLG-MULTI.
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-PCM-CNT
               IF      WS-PCM-LEN(K)   >   ZERO
                   AND WS-PCM-LEN(K)   NOT <   WS-BEST-LEN
                   AND WS-PCM-LEN(K)   NOT >   WS-TEXT-LEN
                   PERFORM 135-FIND-NAME
                   IF      WS-FOUND-POS    >   ZERO
                       IF      WS-PCM-LEN(K)   >   WS-BEST-LEN
                           MOVE    K               TO  WS-BEST-K
                           MOVE    WS-PCM-LEN(K)   TO  WS-BEST-LEN
                           MOVE    WS-FOUND-POS    TO  WS-BEST-POS
                           MOVE   'N'              TO  FLG-AMBIG
                           MOVE   'N'              TO  FLG-MULTI
                       ELSE
                           IF      WS-PCM-NAME(K)  =
                                   WS-PCM-NAME(WS-BEST-K)
                               PERFORM 136-SAME-NAME
                           ELSE
                               MOVE   'Y'      TO  FLG-MULTI
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      **************************************************************************
       135-FIND-NAME            SECTION.
           MOVE    ZERO        TO  WS-FOUND-POS.
           PERFORM VARYING WS-POS  FROM    1   BY  1
                   UNTIL   WS-POS  >   WS-TEXT-LEN -   WS-PCM-LEN(K)
                                                   +   1
                   OR      WS-FOUND-POS    >   ZERO
               IF      WS-TEXT(WS-POS:WS-PCM-LEN(K))   =
                       WS-PCM-NAME(K)(1:WS-PCM-LEN(K))
                   MOVE    WS-POS      TO  WS-FOUND-POS
               END-IF
           END-PERFORM.
      **************************************************************************
       136-SAME-NAME            SECTION.
           EVALUATE    TRUE
             WHEN    WS-PCM-ST(K)    =   'R'
               CONTINUE
             WHEN    WS-PCM-ST(WS-BEST-K)    =   'R'
               MOVE    K               TO  WS-BEST-K
             WHEN    WS-PCM-CODE(K)  NOT =   WS-PCM-CODE(WS-BEST-K)
               MOVE   'Y'              TO  FLG-AMBIG
             WHEN     OTHER
               CONTINUE
           END-EVALUATE.
      **************************************************************************
       140-SPLIT-STREET         SECTION.
      *    whatever follows the place name is the street; text in
      *    front of it (a building or company name) stays only on
      *    the free-text lines
           COMPUTE WS-POS  =   WS-BEST-POS +   WS-BEST-LEN.
           PERFORM UNTIL   WS-POS  >   WS-TEXT-LEN
                   OR      WS-TEXT(WS-POS:1)   NOT =   SPACE
               ADD     1           TO  WS-POS
           END-PERFORM.
           COMPUTE WS-LEN  =   WS-TEXT-LEN -   WS-POS  +   1.
      *
           EVALUATE    TRUE
             WHEN    WS-LEN  <   1
               MOVE   'NOSTREET'   TO  SORT-REASON
             WHEN    WS-LEN  >   40
               MOVE   'LONG'       TO  SORT-REASON
             WHEN     OTHER
               MOVE    WS-PCM-CODE(WS-BEST-K)  TO  SORT-POSTAL
               MOVE    WS-PCM-NAME(WS-BEST-K)  TO  SORT-PREF-CITY
               MOVE    WS-TEXT(WS-POS:WS-LEN)  TO  SORT-STREET
           END-EVALUATE.
      **************************************************************************
       300-REPORT               SECTION.
           MOVE   'Y'          TO  FLG-FIRST.
           MOVE   'N'          TO  FLG-EOF.
           PERFORM UNTIL   FLG-EOF =   'Y'
               RETURN  SORT-FILE
                   AT  END
                       MOVE   'Y'      TO  FLG-EOF
                   NOT AT  END
                       IF      FLG-DBABEND =   'N'
                           PERFORM 310-PROC-ONE
                       END-IF
               END-RETURN
           END-PERFORM.
      *
      *    an empty section still prints, so the listing shows it
      *    was looked at
           IF      FLG-DBABEND =   'N'
               IF      FLG-FIRST   =   'Y'
                   MOVE   'P'          TO  SORT-RESULT
                   PERFORM 320-NEW-SECTION
                   MOVE   'NONE'       TO  REPORT-REC
                   WRITE   REPORT-REC
               END-IF
               IF      WS-CUR-RESULT   =   'P'
                   MOVE   'U'          TO  SORT-RESULT
                   PERFORM 320-NEW-SECTION
                   MOVE   'NONE'       TO  REPORT-REC
                   WRITE   REPORT-REC
               END-IF
           END-IF.
      **************************************************************************
       310-PROC-ONE             SECTION.
           IF      FLG-FIRST   =   'Y'
               OR  SORT-RESULT NOT =   WS-CUR-RESULT
      *        nothing proposed at all: the proposal page still shows
               IF      FLG-FIRST   =   'Y'
                   AND SORT-RESULT =   'U'
                   MOVE   'P'          TO  SORT-RESULT
                   PERFORM 320-NEW-SECTION
                   MOVE   'NONE'       TO  REPORT-REC
                   WRITE   REPORT-REC
                   MOVE   'U'          TO  SORT-RESULT
               END-IF
               MOVE   'N'          TO  FLG-FIRST
               PERFORM 320-NEW-SECTION
           END-IF.
      *
           IF      SORT-SITE   NOT =   WS-CUR-SITE
               MOVE    SORT-SITE   TO  WS-CUR-SITE
               IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
                   PERFORM 390-WRITE-HEADING
               END-IF
               MOVE    SORT-SITE       TO  WS-STL-SITE
               MOVE    WS-SITE-LINE    TO  REPORT-REC
               WRITE   REPORT-REC
               ADD     1               TO  WS-LINE-NO
           END-IF.
      *
           IF      SORT-RESULT =   'P'
               IF      WS-MODE =   'APPLY'
                   PERFORM 400-APPLY-ONE
               ELSE
                   MOVE   'PROPOSED'   TO  WS-STATUS
               END-IF
           ELSE
               MOVE    SORT-REASON TO  WS-STATUS
           END-IF.
           PERFORM 330-WRITE-DETAIL.
      **************************************************************************
       320-NEW-SECTION          SECTION.
           MOVE    SORT-RESULT TO  WS-CUR-RESULT.
           MOVE    HIGH-VALUE  TO  WS-CUR-SITE.
           IF      SORT-RESULT =   'P'
               MOVE   'LEGACY ADDRESS CONVERSION PROPOSALS'
                                   TO  WS-HDG-TITLE
           ELSE
               MOVE   'LEGACY ADDRESSES NOT RESOLVED'
                                   TO  WS-HDG-TITLE
           END-IF.
           PERFORM 390-WRITE-HEADING.
      **************************************************************************
       330-WRITE-DETAIL         SECTION.
           IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
               PERFORM 390-WRITE-HEADING
           END-IF.
           MOVE    SORT-HOME       TO  WS-DTL-HOME.
           MOVE    WS-STATUS       TO  WS-DTL-STATUS.
           MOVE    SORT-POSTAL     TO  WS-DTL-POSTAL.
           MOVE    SORT-PREF-CITY  TO  WS-DTL-PREF-CITY.
           MOVE    SORT-STREET     TO  WS-DTL-STREET.
           MOVE    WS-DETAIL-LINE  TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     1               TO  WS-LINE-NO.
      *
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               IF      SORT-ADDRESS(J) NOT =   SPACE
                   MOVE    SORT-ADDRESS(J) TO  WS-CNL-TEXT
                   MOVE    WS-CONT-LINE    TO  REPORT-REC
                   WRITE   REPORT-REC
                   ADD     1               TO  WS-LINE-NO
               END-IF
           END-PERFORM.
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
       400-APPLY-ONE            SECTION.
      *    the record is read again: one changed or converted by
      *    hand since the sweep is left alone
           MOVE    SORT-SITE   TO  WS-CHK-SITE.
           MOVE    SORT-HOME   TO  WS-CHK-HOME.
           PERFORM 810-FETCH-ONE-ADRS.
           IF      MCP-RC-OK
               AND ADR-VERSION NOT NUMERIC
               MOVE    ZERO        TO  ADR-VERSION
           END-IF.
           EVALUATE    TRUE
             WHEN    NOT MCP-RC-OK
                 AND NOT MCP-RC-EOD
                 AND NOT MCP-RC-KEYBOUND
               PERFORM 880-FLAG-ABEND
               MOVE   'FAILED'     TO  WS-STATUS
             WHEN    MCP-RC      NOT =   ZERO
               MOVE   'GONE'       TO  WS-STATUS
               ADD     1           TO  WS-CNT-SKIPPED
             WHEN    ADR-VERSION     NOT =   SORT-VERSION
                 OR  ADR-POSTAL      NOT =   SPACE
                 OR  ADR-PREF-CITY   NOT =   SPACE
                 OR  ADR-STREET      NOT =   SPACE
               MOVE   'CHANGED'    TO  WS-STATUS
               ADD     1           TO  WS-CNT-SKIPPED
             WHEN     OTHER
               PERFORM 410-UPDATE-ONE
           END-EVALUATE.
      **************************************************************************
       410-UPDATE-ONE           SECTION.
      *    before-image first, the same order as the Update form,
      *    so the history window can always put it back
           MOVE    FUNCTION CURRENT-DATE   TO  WS-CURRENT-DATE.
           MOVE    ADR-SITE        TO  HIST-SITE.
           MOVE    ADR-HOME        TO  HIST-HOME.
           MOVE    WS-CURRENT-DATE(1:8)    TO  HIST-DATE.
           MOVE    WS-CURRENT-DATE(9:6)    TO  HIST-TIME.
           MOVE   'ADRSCNV'        TO  HIST-OPER.
           MOVE   'BATCH'          TO  HIST-TERM.
           MOVE    SPACE           TO  HIST-APPROVER.
           MOVE   'U'              TO  HIST-ACTION.
           MOVE    ADR-NAME        TO  HIST-NAME.
           MOVE    ADR-TEL         TO  HIST-TEL.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               MOVE    ADR-ADDRESS(J)  TO  HIST-ADDRESS(J)
           END-PERFORM.
           MOVE    ADR-VERSION     TO  HIST-VERSION.
           MOVE    ADR-POSTAL      TO  HIST-POSTAL.
           MOVE    ADR-PREF-CITY   TO  HIST-PREF-CITY.
           MOVE    ADR-STREET      TO  HIST-STREET.
           PERFORM 825-DBINSERT-HIST.
           IF      MCP-RC      NOT =   ZERO
               PERFORM 880-FLAG-ABEND
               MOVE   'FAILED'     TO  WS-STATUS
           ELSE
               MOVE    SORT-POSTAL     TO  ADR-POSTAL
               MOVE    SORT-PREF-CITY  TO  ADR-PREF-CITY
               MOVE    SORT-STREET     TO  ADR-STREET
               ADD     1               TO  ADR-VERSION
               PERFORM 830-DBUPDATE-ADRS
               IF      MCP-RC      NOT =   ZERO
                   PERFORM 880-FLAG-ABEND
                   MOVE   'FAILED'     TO  WS-STATUS
               ELSE
                   MOVE   'APPLIED'    TO  WS-STATUS
                   ADD     1           TO  WS-CNT-APPLIED
               END-IF
           END-IF.
      **************************************************************************
       600-WRITE-TOTALS         SECTION.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'RECORDS READ'       TO  WS-TOT-LABEL.
           MOVE    WS-CNT-READ         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'NO POSTAL CODE'     TO  WS-TOT-LABEL.
           MOVE    WS-CNT-BLANK        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'PROPOSED'           TO  WS-TOT-LABEL.
           MOVE    WS-CNT-PROPOSED     TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           IF      WS-MODE     =   'APPLY'
               MOVE   '  APPLIED'          TO  WS-TOT-LABEL
               MOVE    WS-CNT-APPLIED      TO  WS-TOT-COUNT
               MOVE    WS-TOTAL-LINE       TO  REPORT-REC
               WRITE   REPORT-REC
               MOVE   '  CHANGED, SKIPPED' TO  WS-TOT-LABEL
               MOVE    WS-CNT-SKIPPED      TO  WS-TOT-COUNT
               MOVE    WS-TOTAL-LINE       TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
      *
           MOVE   'NOT RESOLVED'       TO  WS-TOT-LABEL.
           MOVE    WS-CNT-UNRESOLVED   TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  NO MATCH'         TO  WS-TOT-LABEL.
           MOVE    WS-CNT-NOMATCH      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  AMBIG'            TO  WS-TOT-LABEL.
           MOVE    WS-CNT-AMBIG        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  MULTI'            TO  WS-TOT-LABEL.
           MOVE    WS-CNT-MULTI        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  RETIRED'          TO  WS-TOT-LABEL.
           MOVE    WS-CNT-RETIRED      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  LONG'             TO  WS-TOT-LABEL.
           MOVE    WS-CNT-LONG         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  NOSTREET'         TO  WS-TOT-LABEL.
           MOVE    WS-CNT-NOSTREET     TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  PARTIAL'          TO  WS-TOT-LABEL.
           MOVE    WS-CNT-PARTIAL      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           DISPLAY   'ADRSCNV: READ='      WS-CNT-READ
                     ' BLANK='             WS-CNT-BLANK
                     ' PROPOSED='          WS-CNT-PROPOSED
                     ' APPLIED='           WS-CNT-APPLIED
                     ' UNRESOLVED='        WS-CNT-UNRESOLVED
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSCNV'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           IF      WS-MODE     =   'APPLY'
               MOVE    WS-CNT-APPLIED  TO  RUN-WRITTEN
           ELSE
               MOVE    WS-CNT-PROPOSED TO  RUN-WRITTEN
           END-IF.
           MOVE    WS-CNT-UNRESOLVED   TO  RUN-REJECTED.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE    WS-MODE         TO  RUN-PARM(1:5).
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
       800-DBFETCH-ADRS        SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
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
       825-DBINSERT-HIST       SECTION.
           MOVE   'DBINSERT'   TO  MCP-FUNC.
           MOVE    PATH-HIST-PRIMARY   TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSHIST.
      **************************************************************************
       830-DBUPDATE-ADRS       SECTION.
           MOVE   'DBUPDATE'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.

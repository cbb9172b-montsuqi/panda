       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSPIT.
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
      *   コンポーネント名：サンプル（時点復元バッチ）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Point-in-time reconstruction of the address book, for
      *    legal enquiries about what was held on a given date.
      *    Rebuilds every ADRS entry of one site (or the one key
      *    asked for) as it stood at the end of the as-of date, from
      *    the current ADRS records, the live ADRSHIST rows and, when
      *    the date is old enough, the ADRSHARC archive files.
      *
      *    ADRSPIT.PRM record 1 -- columns 1-8 the as-of date
      *    (YYYYMMDD), 10-29 the site, 31-50 an optional mail key.
      *    Further records 'ARCHIVE YYYYMMDD' name extra archive
      *    files to read beyond those the archive index ADRSHARC.IDX
      *    points at (an archive whose cutoff is later than the as-of
      *    date can hold rows written after it).
      *
      *    The history rows of a key are walked oldest first.  Every
      *    before-image ('U','D','M','X','R') should show the version
      *    the chain expects, and every after-image ('A','V') should
      *    follow a delete; the state at the date is the before-image
      *    of the first change after it (absent, if that change was
      *    an add), or else the current record.  A key whose chain
      *    breaks after the date -- a version skipped, a record that
      *    vanished without a delete -- is noted GAP: its rebuilt
      *    state cannot be trusted.  ADRSLOAD and ADRSXCH maintain
      *    ADRS without history rows, so keys they have touched
      *    since the date show as GAP by design.
      *
      *    Entries added after the date are left out; entries deleted
      *    since are put back and noted RESTORED.  ADRSPIT.LST lists
      *    the rebuilt book, ADRSPIT.DAT carries it in the list
      *    window's export layout (ADRSEXP.DAT).
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16 and no totals, as
      *    does an unusable parameter file.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  SORT-FILE       ASSIGN      TO  'ADRSPIT.WRK'.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSPIT.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  INDEX-FILE      ASSIGN      TO  'ADRSHARC.IDX'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-IDX-STAT.
           SELECT  ARCHIVE-FILE    ASSIGN      USING   WS-ARCH-NAME
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-ARC-STAT.
           SELECT  EXPORT-FILE     ASSIGN      TO  'ADRSPIT.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSPIT.LST'
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
           02  SORT-STAMP.
               03  SORT-DATE       PIC X(8).
               03  SORT-TIME       PIC X(6).
           02  SORT-TAG            PIC X(1).
           02  SORT-ACTION         PIC X(1).
           02  SORT-NAME           PIC X(30).
           02  SORT-TEL            PIC X(15).
           02  SORT-ADDRESS        PIC X(40)   OCCURS 3 TIMES.
           02  SORT-VERSION        PIC 9(9).
           02  SORT-POSTAL         PIC X(8).
           02  SORT-PREF-CITY      PIC X(40).
           02  SORT-STREET         PIC X(40).
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(80).
       FD  INDEX-FILE.
       COPY    HARC-IDX.
       FD  ARCHIVE-FILE.
       COPY    HARC-ARC.
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
           02  FLG-GAP     PIC X.
           02  FLG-TAKEN   PIC X.
           02  FLG-HAS-CUR     PIC X.
           02  FLG-HAS-HIST    PIC X.
           02  FLG-CHANGED     PIC X.
           02  FLG-MISMATCH    PIC X.
           02  FLG-DUP         PIC X.
       01  WS-ABEND-PATH   PIC X(16).
       01  WS-ABEND-RC     PIC S9(4).
       01  J               PIC S9(9)   BINARY.
       01  K               PIC S9(9)   BINARY.
       01  WS-PRM-STAT     PIC X(2).
       01  WS-IDX-STAT     PIC X(2).
       01  WS-ARC-STAT     PIC X(2).
       01  WS-ASOF-DATE    PIC X(8)    VALUE SPACE.
       01  WS-ASOF-STAMP.
           02  WS-ASOF-STAMP-DATE  PIC X(8).
           02  FILLER              PIC X(6)    VALUE '235959'.
       01  WS-SITE         PIC X(20)   VALUE SPACE.
       01  WS-KEY          PIC X(20)   VALUE SPACE.
       01  WS-ARCH-NAME.
           02  FILLER          PIC X(9)    VALUE 'ADRSHIST-'.
           02  WS-ARCH-DATE    PIC X(8).
           02  FILLER          PIC X(4)    VALUE '.ARC'.
      *    archive files to read, from the index and the parameter
      *    file, each date once however often it was appended to
       01  WS-ARC-MAX      PIC S9(4)   BINARY  VALUE 100.
       01  WS-ARC-COUNT    PIC S9(4)   BINARY  VALUE ZERO.
       01  WS-ARC-TABLE.
           02  WS-ARC-ENTRY    PIC X(8)    OCCURS 100 TIMES.
       01  WS-ADD-DATE     PIC X(8).
      *    chain state of the key being rebuilt
       01  WS-CUR-SITE     PIC X(20).
       01  WS-CUR-HOME     PIC X(20).
       01  WS-KEY-STATE    PIC X(1).
           88  KEY-STATE-UNKNOWN       VALUE 'U'.
           88  KEY-STATE-PRESENT       VALUE 'P'.
           88  KEY-STATE-ABSENT        VALUE 'N'.
       01  WS-EXP-VERSION  PIC 9(9).
       01  WS-LAST-STAMP   PIC X(14).
       01  WS-LAST-ACTION  PIC X(1).
       01  WS-LAST-VERSION PIC 9(9).
      *    the entry as it stood at the date
       01  WS-PIT-STATE    PIC X(1).
       01  WS-PIT-REC.
           02  WS-PIT-NAME         PIC X(30).
           02  WS-PIT-TEL          PIC X(15).
           02  WS-PIT-ADDRESS      PIC X(40)   OCCURS 3 TIMES.
           02  WS-PIT-VERSION      PIC 9(9).
           02  WS-PIT-POSTAL       PIC X(8).
           02  WS-PIT-PREF-CITY    PIC X(40).
           02  WS-PIT-STREET       PIC X(40).
       01  WS-NOTE         PIC X(10).
       01  WS-CNT-CURRENT  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-HIST     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-ARCROWS  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-ARCREAD  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-ARCMISS  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-DUPS     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-KEYS     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-WRITTEN  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-CHANGED  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-RESTORED PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-ADDED    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-GAP      PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-NOHIST   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-PAGE-NO      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-NO      PIC 9(4)    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 55.
       01  WS-HEADING-1.
           02  FILLER          PIC X(30)
                               VALUE 'ADDRESS BOOK AS OF END OF DAY '.
           02  WS-HDG-ASOF     PIC X(8).
           02  FILLER          PIC X(7)    VALUE '  SITE '.
           02  WS-HDG-SITE     PIC X(20).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-HDG-KEY      PIC X(20).
           02  FILLER          PIC X(4)    VALUE SPACE.
           02  FILLER          PIC X(5)    VALUE 'PAGE '.
           02  WS-HDG-PAGE-NO  PIC ZZZ9.
       01  WS-HEADING-2.
           02  FILLER          PIC X(30)
               VALUE 'MAIL KEY             NAME     '.
           02  FILLER          PIC X(30)
               VALUE '                      TELEPHON'.
           02  FILLER          PIC X(30)
               VALUE 'E       POSTAL     VERSION  NO'.
           02  FILLER          PIC X(2)    VALUE 'TE'.
       01  WS-HEADING-3.
           02  FILLER          PIC X(98)   VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           02  WS-DTL-HOME     PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-NAME     PIC X(30).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-TEL      PIC X(15).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-POSTAL   PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-VERSION  PIC ZZZZZZZZ9.
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-DTL-NOTE     PIC X(10).
       01  WS-CONT-LINE.
           02  FILLER          PIC X(21)   VALUE SPACE.
           02  WS-CNL-TEXT-1   PIC X(40).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-CNL-TEXT-2   PIC X(40).
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
           IF      FLG-DBABEND =   'N'
               PERFORM 070-LOAD-INDEX
           END-IF.
      *
           IF      FLG-DBABEND =   'Y'
               DISPLAY   'ADRSPIT: ABEND, PATH=' WS-ABEND-PATH
                         ' RC=' WS-ABEND-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               PERFORM 870-WRITE-RUNLOG
               STOP    RUN
           END-IF.
      *
           OPEN    OUTPUT       REPORT-FILE.
           OPEN    OUTPUT       EXPORT-FILE.
      *
      *    oldest first within each key; the current record carries
      *    a stamp past every history row, so it closes the chain
           SORT    SORT-FILE
                   ON  ASCENDING  KEY     SORT-SITE
                                          SORT-HOME
                                          SORT-STAMP
                                          SORT-TAG
                                          SORT-VERSION
                   INPUT   PROCEDURE  IS  100-COLLECT
                   OUTPUT  PROCEDURE  IS  300-REBUILD.
      *
           CLOSE   EXPORT-FILE.
           IF      FLG-DBABEND =   'Y'
               CLOSE   REPORT-FILE
               DISPLAY   'ADRSPIT: ABEND, PATH=' WS-ABEND-PATH
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
      *    without an as-of date and a site there is nothing to
      *    rebuild; the run is refused rather than guessing either
           OPEN    INPUT        PARAM-FILE.
           IF      WS-PRM-STAT NOT =   '00'
               MOVE   'ADRSPIT.PRM'    TO  WS-ABEND-PATH
               MOVE    WS-PRM-STAT     TO  WS-ABEND-RC
               MOVE   'Y'              TO  FLG-DBABEND
           ELSE
               READ    PARAM-FILE
                   AT  END
                       CONTINUE
                   NOT AT  END
                       MOVE    PRM-REC(1:8)    TO  WS-ASOF-DATE
                       MOVE    PRM-REC(10:20)  TO  WS-SITE
                       MOVE    PRM-REC(31:20)  TO  WS-KEY
               END-READ
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    PARAM-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           IF      PRM-REC(1:7)    =   'ARCHIVE'
                               MOVE    PRM-REC(9:8)    TO  WS-ADD-DATE
                               PERFORM 080-ADD-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   PARAM-FILE
      *
               IF      WS-ASOF-DATE    NOT NUMERIC
                   OR  WS-SITE         =   SPACE
                   DISPLAY   'ADRSPIT: PARAMETER NEEDS AS-OF DATE '
                             'AND SITE, PRM=[' WS-ASOF-DATE '] ['
                             WS-SITE ']'
                       UPON    CONSOLE
                   MOVE   'ADRSPIT.PRM'    TO  WS-ABEND-PATH
                   MOVE    ZERO            TO  WS-ABEND-RC
                   MOVE   'Y'              TO  FLG-DBABEND
               END-IF
           END-IF.
      *
           MOVE    WS-ASOF-DATE    TO  WS-ASOF-STAMP-DATE.
           MOVE    WS-ASOF-DATE    TO  WS-HDG-ASOF.
           MOVE    WS-SITE         TO  WS-HDG-SITE.
           MOVE    WS-KEY          TO  WS-HDG-KEY.
           DISPLAY   'ADRSPIT: AS-OF=' WS-ASOF-DATE
                     ' SITE=' WS-SITE ' KEY=[' WS-KEY ']'
               UPON    CONSOLE.
      **************************************************************************
       070-LOAD-INDEX           SECTION.
      *    every row in an archive is dated before that run's cutoff,
      *    so only archives cut off after the as-of date can hold the
      *    changes made since.  no index yet simply means nothing has
      *    been archived
           OPEN    INPUT        INDEX-FILE.
           IF      WS-IDX-STAT =   '00'
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    INDEX-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           IF      IDX-CUTOFF  >   WS-ASOF-DATE
                               MOVE    IDX-ARCH-DATE   TO  WS-ADD-DATE
                               PERFORM 080-ADD-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   INDEX-FILE
           END-IF.
      **************************************************************************
       080-ADD-ARCHIVE          SECTION.
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-ARC-COUNT
                   OR      WS-ARC-ENTRY(K) =   WS-ADD-DATE
               CONTINUE
           END-PERFORM.
      *
           IF      K   >   WS-ARC-COUNT
               IF      WS-ARC-COUNT    <   WS-ARC-MAX
                   ADD     1               TO  WS-ARC-COUNT
                   MOVE    WS-ADD-DATE
                       TO  WS-ARC-ENTRY(WS-ARC-COUNT)
               ELSE
                   DISPLAY   'ADRSPIT: ARCHIVE TABLE FULL, SKIPPED '
                             WS-ADD-DATE
                       UPON    CONSOLE
                   ADD     1               TO  WS-CNT-ARCMISS
               END-IF
           END-IF.
      **************************************************************************
       100-COLLECT              SECTION.
           PERFORM 110-SWEEP-ADRS.
           IF      FLG-DBABEND =   'N'
               PERFORM 120-SWEEP-HIST
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM VARYING K   FROM    1   BY  1
                       UNTIL   K   >   WS-ARC-COUNT
                   MOVE    WS-ARC-ENTRY(K) TO  WS-ARCH-DATE
                   PERFORM 130-READ-ARCHIVE
               END-PERFORM
           END-IF.
      **************************************************************************
       110-SWEEP-ADRS           SECTION.
           MOVE    SPACE       TO  ADR-SITE.
           MOVE    SPACE       TO  ADR-HOME.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      *
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSPIT: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 800-DBFETCH-ADRS
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   IF      ADR-SITE    =   WS-SITE
                       AND (   WS-KEY      =   SPACE
                           OR  ADR-HOME    =   WS-KEY )
                       ADD     1           TO  WS-CNT-CURRENT
                       MOVE    ADR-SITE    TO  SORT-SITE
                       MOVE    ADR-HOME    TO  SORT-HOME
                       MOVE    ALL '9'     TO  SORT-STAMP
                       MOVE   'C'          TO  SORT-TAG
                       MOVE    SPACE       TO  SORT-ACTION
                       MOVE    ADR-NAME    TO  SORT-NAME
                       MOVE    ADR-TEL     TO  SORT-TEL
                       PERFORM VARYING J   FROM    1   BY  1
                               UNTIL   J   >   3
                           MOVE    ADR-ADDRESS(J)  TO  SORT-ADDRESS(J)
                       END-PERFORM
                       IF      ADR-VERSION     NUMERIC
                           MOVE    ADR-VERSION     TO  SORT-VERSION
                       ELSE
                           MOVE    ZERO            TO  SORT-VERSION
                       END-IF
                       MOVE    ADR-POSTAL      TO  SORT-POSTAL
                       MOVE    ADR-PREF-CITY   TO  SORT-PREF-CITY
                       MOVE    ADR-STREET      TO  SORT-STREET
                       RELEASE SORT-REC
                   END-IF
                   PERFORM 800-DBFETCH-ADRS
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       120-SWEEP-HIST           SECTION.
           INITIALIZE  ADRSHIST.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-HIST-PRIMARY   TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSHIST.
      *
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSPIT: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 805-DBFETCH-HIST
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   IF      HIST-SITE   =   WS-SITE
                       AND (   WS-KEY      =   SPACE
                           OR  HIST-HOME   =   WS-KEY )
                       ADD     1           TO  WS-CNT-HIST
                       MOVE    HIST-SITE   TO  SORT-SITE
                       MOVE    HIST-HOME   TO  SORT-HOME
                       MOVE    HIST-DATE   TO  SORT-DATE
                       MOVE    HIST-TIME   TO  SORT-TIME
                       MOVE   'H'          TO  SORT-TAG
                       MOVE    HIST-ACTION TO  SORT-ACTION
                       MOVE    HIST-NAME   TO  SORT-NAME
                       MOVE    HIST-TEL    TO  SORT-TEL
                       PERFORM VARYING J   FROM    1   BY  1
                               UNTIL   J   >   3
                           MOVE    HIST-ADDRESS(J) TO  SORT-ADDRESS(J)
                       END-PERFORM
                       IF      HIST-VERSION    NUMERIC
                           MOVE    HIST-VERSION    TO  SORT-VERSION
                       ELSE
                           MOVE    ZERO            TO  SORT-VERSION
                       END-IF
                       MOVE    HIST-POSTAL     TO  SORT-POSTAL
                       MOVE    HIST-PREF-CITY  TO  SORT-PREF-CITY
                       MOVE    HIST-STREET     TO  SORT-STREET
                       RELEASE SORT-REC
                   END-IF
                   PERFORM 805-DBFETCH-HIST
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       130-READ-ARCHIVE         SECTION.
      *    an archive the index names but that is no longer on hand
      *    is reported, not fatal; the keys it would have covered
      *    will show as gaps where their chain breaks
           OPEN    INPUT        ARCHIVE-FILE.
           IF      WS-ARC-STAT NOT =   '00'
               DISPLAY   'ADRSPIT: ARCHIVE ' WS-ARCH-NAME
                         ' NOT USABLE, STATUS=' WS-ARC-STAT
                   UPON    CONSOLE
               ADD     1           TO  WS-CNT-ARCMISS
           ELSE
               ADD     1           TO  WS-CNT-ARCREAD
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    ARCHIVE-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           IF      ARC-SITE    =   WS-SITE
                               AND (   WS-KEY      =   SPACE
                                   OR  ARC-HOME    =   WS-KEY )
                               PERFORM 135-RELEASE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   ARCHIVE-FILE
           END-IF.
      **************************************************************************
       135-RELEASE-ARCHIVE      SECTION.
           ADD     1           TO  WS-CNT-ARCROWS.
           MOVE    ARC-SITE    TO  SORT-SITE.
           MOVE    ARC-HOME    TO  SORT-HOME.
           MOVE    ARC-DATE    TO  SORT-DATE.
           MOVE    ARC-TIME    TO  SORT-TIME.
           MOVE   'H'          TO  SORT-TAG.
           MOVE    ARC-ACTION  TO  SORT-ACTION.
           MOVE    ARC-NAME    TO  SORT-NAME.
           MOVE    ARC-TEL     TO  SORT-TEL.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               MOVE    ARC-ADDRESS(J)  TO  SORT-ADDRESS(J)
           END-PERFORM.
           IF      ARC-VERSION     NUMERIC
               MOVE    ARC-VERSION     TO  SORT-VERSION
           ELSE
               MOVE    ZERO            TO  SORT-VERSION
           END-IF.
           MOVE    ARC-POSTAL      TO  SORT-POSTAL.
           MOVE    ARC-PREF-CITY   TO  SORT-PREF-CITY.
           MOVE    ARC-STREET      TO  SORT-STREET.
           RELEASE SORT-REC.
      **************************************************************************
       300-REBUILD              SECTION.
           MOVE   'Y'          TO  FLG-FIRST.
           MOVE   'N'          TO  FLG-EOF.
           PERFORM UNTIL   FLG-EOF =   'Y'
               RETURN  SORT-FILE
                   AT  END
                       MOVE   'Y'      TO  FLG-EOF
                   NOT AT  END
                       IF      FLG-DBABEND =   'N'
                           PERFORM 310-PROC-ROW
                       END-IF
               END-RETURN
           END-PERFORM.
      *
           IF      FLG-FIRST   =   'N'
               AND FLG-DBABEND =   'N'
               PERFORM 350-END-KEY
           END-IF.
      **************************************************************************
       310-PROC-ROW             SECTION.
           MOVE   'N'          TO  FLG-DUP.
           IF      FLG-FIRST   =   'Y'
               MOVE   'N'          TO  FLG-FIRST
               PERFORM 320-INIT-KEY
           ELSE
               IF      SORT-SITE   NOT =   WS-CUR-SITE
                   OR  SORT-HOME   NOT =   WS-CUR-HOME
                   PERFORM 350-END-KEY
                   PERFORM 320-INIT-KEY
               ELSE
      *            a row restored from an archive is on both the
      *            archive and the live history; count it once
                   IF      SORT-STAMP      =   WS-LAST-STAMP
                       AND SORT-ACTION     =   WS-LAST-ACTION
                       AND SORT-VERSION    =   WS-LAST-VERSION
                       MOVE   'Y'          TO  FLG-DUP
                       ADD     1           TO  WS-CNT-DUPS
                   END-IF
               END-IF
           END-IF.
      *
           IF      FLG-DUP     =   'N'
               MOVE    SORT-STAMP      TO  WS-LAST-STAMP
               MOVE    SORT-ACTION     TO  WS-LAST-ACTION
               MOVE    SORT-VERSION    TO  WS-LAST-VERSION
               IF      SORT-TAG    =   'C'
                   PERFORM 340-APPLY-CURRENT
               ELSE
                   PERFORM 330-APPLY-HIST
               END-IF
           END-IF.
      **************************************************************************
       320-INIT-KEY             SECTION.
           MOVE    SORT-SITE   TO  WS-CUR-SITE.
           MOVE    SORT-HOME   TO  WS-CUR-HOME.
           ADD     1           TO  WS-CNT-KEYS.
           MOVE   'U'          TO  WS-KEY-STATE.
           MOVE    ZERO        TO  WS-EXP-VERSION.
           MOVE   'N'          TO  FLG-GAP.
           MOVE   'N'          TO  FLG-TAKEN.
           MOVE   'N'          TO  FLG-HAS-CUR.
           MOVE   'N'          TO  FLG-HAS-HIST.
           MOVE   'N'          TO  FLG-CHANGED.
           MOVE   'N'          TO  WS-PIT-STATE.
           MOVE    SPACE       TO  WS-LAST-STAMP.
           MOVE    SPACE       TO  WS-LAST-ACTION.
           MOVE    ZERO        TO  WS-LAST-VERSION.
      **************************************************************************
       330-APPLY-HIST           SECTION.
           MOVE   'Y'          TO  FLG-HAS-HIST.
           MOVE   'N'          TO  FLG-MISMATCH.
           IF      SORT-ACTION =   'A'
               OR  SORT-ACTION =   'V'
      *        an after-image: the entry did not exist just before
               IF      KEY-STATE-PRESENT
                   MOVE   'Y'          TO  FLG-MISMATCH
               END-IF
           ELSE
      *        a before-image: the entry existed at this version
               IF      KEY-STATE-ABSENT
                   MOVE   'Y'          TO  FLG-MISMATCH
               END-IF
               IF      KEY-STATE-PRESENT
                   AND SORT-VERSION    NOT =   WS-EXP-VERSION
                   MOVE   'Y'          TO  FLG-MISMATCH
               END-IF
           END-IF.
      *
      *    a break before the date does not touch the rebuilt state;
      *    one after it does
           IF      SORT-STAMP  >   WS-ASOF-STAMP
               MOVE   'Y'          TO  FLG-CHANGED
               IF      FLG-MISMATCH    =   'Y'
                   MOVE   'Y'          TO  FLG-GAP
               END-IF
      *        the first change after the date shows how it stood
               IF      FLG-TAKEN   =   'N'
                   MOVE   'Y'          TO  FLG-TAKEN
                   IF      SORT-ACTION =   'A'
                       OR  SORT-ACTION =   'V'
                       MOVE   'N'          TO  WS-PIT-STATE
                   ELSE
                       MOVE   'P'          TO  WS-PIT-STATE
                       PERFORM 345-TAKE-IMAGE
                   END-IF
               END-IF
           END-IF.
      *
           EVALUATE    SORT-ACTION
             WHEN    'A'
             WHEN    'V'
               MOVE   'P'              TO  WS-KEY-STATE
               MOVE    SORT-VERSION    TO  WS-EXP-VERSION
             WHEN    'D'
             WHEN    'X'
               MOVE   'N'              TO  WS-KEY-STATE
             WHEN     OTHER
               MOVE   'P'              TO  WS-KEY-STATE
               COMPUTE WS-EXP-VERSION  =   SORT-VERSION    +   1
           END-EVALUATE.
      **************************************************************************
       340-APPLY-CURRENT        SECTION.
      *    the live record must be where the chain says it is
           MOVE   'Y'          TO  FLG-HAS-CUR.
           IF      KEY-STATE-ABSENT
               MOVE   'Y'          TO  FLG-GAP
           END-IF.
           IF      KEY-STATE-PRESENT
               AND SORT-VERSION    NOT =   WS-EXP-VERSION
               MOVE   'Y'          TO  FLG-GAP
           END-IF.
      *
      *    nothing changed after the date: it stood as it stands now
           IF      FLG-TAKEN   =   'N'
               MOVE   'Y'          TO  FLG-TAKEN
               MOVE   'P'          TO  WS-PIT-STATE
               PERFORM 345-TAKE-IMAGE
           END-IF.
           MOVE   'P'          TO  WS-KEY-STATE.
      **************************************************************************
       345-TAKE-IMAGE           SECTION.
           MOVE    SORT-NAME       TO  WS-PIT-NAME.
           MOVE    SORT-TEL        TO  WS-PIT-TEL.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               MOVE    SORT-ADDRESS(J) TO  WS-PIT-ADDRESS(J)
           END-PERFORM.
           MOVE    SORT-VERSION    TO  WS-PIT-VERSION.
           MOVE    SORT-POSTAL     TO  WS-PIT-POSTAL.
           MOVE    SORT-PREF-CITY  TO  WS-PIT-PREF-CITY.
           MOVE    SORT-STREET     TO  WS-PIT-STREET.
      **************************************************************************
       350-END-KEY              SECTION.
      *    still "present" with no live record and no delete stamp:
      *    the entry left the book without a history row
           IF      FLG-HAS-CUR =   'N'
               AND KEY-STATE-PRESENT
               MOVE   'Y'          TO  FLG-GAP
           END-IF.
      *
           IF      FLG-GAP     =   'Y'
               ADD     1           TO  WS-CNT-GAP
           END-IF.
      *
           IF      WS-PIT-STATE    =   'N'
      *        not in the book at the date -- added since, or long
      *        gone; a gap here is still reported, since it may hide
      *        an entry that should have been rebuilt
               IF      FLG-TAKEN   =   'Y'
                   ADD     1           TO  WS-CNT-ADDED
               END-IF
               IF      FLG-GAP     =   'Y'
                   PERFORM 360-WRITE-GAP-ONLY
               END-IF
           ELSE
               EVALUATE    TRUE
                 WHEN    FLG-GAP     =   'Y'
                   MOVE   'GAP'        TO  WS-NOTE
                 WHEN    FLG-HAS-CUR =   'N'
                   MOVE   'RESTORED'   TO  WS-NOTE
                   ADD     1           TO  WS-CNT-RESTORED
                 WHEN    FLG-CHANGED =   'Y'
                   MOVE   'CHANGED'    TO  WS-NOTE
                   ADD     1           TO  WS-CNT-CHANGED
                 WHEN    FLG-HAS-HIST    =   'N'
                   MOVE   'NOHIST'     TO  WS-NOTE
                   ADD     1           TO  WS-CNT-NOHIST
                 WHEN     OTHER
                   MOVE    SPACE       TO  WS-NOTE
               END-EVALUATE
               PERFORM 370-WRITE-ENTRY
               PERFORM 380-WRITE-EXPORT
           END-IF.
      **************************************************************************
       360-WRITE-GAP-ONLY       SECTION.
           IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
               PERFORM 390-WRITE-HEADING
           END-IF.
           MOVE    SPACE       TO  WS-DETAIL-LINE.
           MOVE    WS-CUR-HOME TO  WS-DTL-HOME.
           MOVE   '*** STATE AT DATE UNKNOWN ***'      TO  WS-DTL-NAME.
           MOVE    ZERO        TO  WS-DTL-VERSION.
           MOVE   'GAP'        TO  WS-DTL-NOTE.
           MOVE    WS-DETAIL-LINE  TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     1           TO  WS-LINE-NO.
      **************************************************************************
       370-WRITE-ENTRY          SECTION.
           IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
               PERFORM 390-WRITE-HEADING
           END-IF.
           MOVE    WS-CUR-HOME     TO  WS-DTL-HOME.
           MOVE    WS-PIT-NAME     TO  WS-DTL-NAME.
           MOVE    WS-PIT-TEL      TO  WS-DTL-TEL.
           MOVE    WS-PIT-POSTAL   TO  WS-DTL-POSTAL.
           MOVE    WS-PIT-VERSION  TO  WS-DTL-VERSION.
           MOVE    WS-NOTE         TO  WS-DTL-NOTE.
           MOVE    WS-DETAIL-LINE  TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     1               TO  WS-LINE-NO.
      *
           IF      WS-PIT-PREF-CITY    NOT =   SPACE
               OR  WS-PIT-STREET       NOT =   SPACE
               MOVE    WS-PIT-PREF-CITY    TO  WS-CNL-TEXT-1
               MOVE    WS-PIT-STREET       TO  WS-CNL-TEXT-2
               MOVE    WS-CONT-LINE        TO  REPORT-REC
               WRITE   REPORT-REC
               ADD     1                   TO  WS-LINE-NO
           END-IF.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               IF      WS-PIT-ADDRESS(J)   NOT =   SPACE
                   MOVE    WS-PIT-ADDRESS(J)   TO  WS-CNL-TEXT-1
                   MOVE    SPACE               TO  WS-CNL-TEXT-2
                   MOVE    WS-CONT-LINE        TO  REPORT-REC
                   WRITE   REPORT-REC
                   ADD     1                   TO  WS-LINE-NO
               END-IF
           END-PERFORM.
      **************************************************************************
       380-WRITE-EXPORT         SECTION.
           MOVE    SPACE           TO  EXPORT-REC.
           MOVE    WS-PIT-NAME     TO  EXP-NAME.
           MOVE    WS-PIT-TEL      TO  EXP-TEL.
           MOVE    WS-CUR-HOME     TO  EXP-MAIL.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               MOVE    WS-PIT-ADDRESS(J)   TO  EXP-ADRS(J)
           END-PERFORM.
           MOVE    WS-PIT-POSTAL       TO  EXP-POSTAL.
           MOVE    WS-PIT-PREF-CITY    TO  EXP-PREF-CITY.
           MOVE    WS-PIT-STREET       TO  EXP-STREET.
           WRITE   EXPORT-REC.
           ADD     1               TO  WS-CNT-WRITTEN.
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
           IF      WS-PAGE-NO  =   ZERO
               PERFORM 390-WRITE-HEADING
           END-IF.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'CURRENT RECORDS'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-CURRENT      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'HISTORY ROWS'       TO  WS-TOT-LABEL.
           MOVE    WS-CNT-HIST         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ARCHIVES READ'      TO  WS-TOT-LABEL.
           MOVE    WS-CNT-ARCREAD      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ARCHIVES MISSING'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-ARCMISS      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ARCHIVED ROWS'      TO  WS-TOT-LABEL.
           MOVE    WS-CNT-ARCROWS      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'DUPLICATE ROWS'     TO  WS-TOT-LABEL.
           MOVE    WS-CNT-DUPS         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'KEYS EXAMINED'      TO  WS-TOT-LABEL.
           MOVE    WS-CNT-KEYS         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ENTRIES REBUILT'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-WRITTEN      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  CHANGED SINCE'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-CHANGED      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  DELETED SINCE'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-RESTORED     TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   '  NO HISTORY'       TO  WS-TOT-LABEL.
           MOVE    WS-CNT-NOHIST       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ADDED SINCE (OUT)'  TO  WS-TOT-LABEL.
           MOVE    WS-CNT-ADDED        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'HISTORY GAPS'       TO  WS-TOT-LABEL.
           MOVE    WS-CNT-GAP          TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           DISPLAY   'ADRSPIT: KEYS='      WS-CNT-KEYS
                     ' REBUILT='           WS-CNT-WRITTEN
                     ' ADDED-SINCE='       WS-CNT-ADDED
                     ' GAPS='              WS-CNT-GAP
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSPIT'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           COMPUTE RUN-READ    =   WS-CNT-CURRENT  +   WS-CNT-HIST
                                 + WS-CNT-ARCROWS.
           MOVE    WS-CNT-WRITTEN  TO  RUN-WRITTEN.
           MOVE    WS-CNT-GAP      TO  RUN-REJECTED.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE    WS-ASOF-DATE    TO  RUN-PARM(1:8).
           MOVE    WS-SITE         TO  RUN-PARM(10:20).
           MOVE    WS-KEY(1:10)    TO  RUN-PARM(31:10).
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
       805-DBFETCH-HIST        SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-HIST-PRIMARY   TO  MCP-PATH.
           INITIALIZE  ADRSHIST.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSHIST.

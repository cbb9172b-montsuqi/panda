       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSSNP.
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
      *   コンポーネント名：サンプル（アドレス帳スナップショット退避バッチ）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Nightly ADRS snapshot unload.  Sweeps the whole ADRS
      *    database once, down the mail path, and writes every entry
      *    to the sequential snapshot ADRSSNP.DAT between a header
      *    carrying the snapshot stamp and a trailer carrying the
      *    record count and a hash total of the entries' versions
      *    (layout in SNAP-REC).  The directory report, label run,
      *    duplicate check and group reconciliation read the
      *    snapshot instead of the database when their parameter
      *    asks for it, so the night's outputs all describe the same
      *    moment and the database is read once.
      *
      *    The snapshot is rewritten from the start every run.  A
      *    nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16 and no trailer, so
      *    a partial snapshot is refused by every job that checks it.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  SNAP-FILE       ASSIGN      TO  'ADRSSNP.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-SNP-STAT.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       FD  SNAP-FILE.
       COPY    SNAP-REC.
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-DBABEND PIC X   VALUE 'N'.
       01  WS-ABEND-PATH   PIC X(16).
       01  WS-ABEND-RC     PIC S9(4).
       01  WS-SNP-STAT     PIC X(2).
       01  WS-CNT-READ     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-HASH         PIC 9(15)   VALUE ZERO.
       01  WS-RUN-STAT     PIC X(2).
       01  WS-RUN-START    PIC X(14).
       01  WS-RUN-STAMP    PIC X(21).
       COPY    ENUM-VALUE.
       COPY    DBPATH.
       COPY    DB-ADRS.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
      *
           OPEN    OUTPUT       SNAP-FILE.
           IF      WS-SNP-STAT NOT =   '00'
               DISPLAY   'ADRSSNP: SNAPSHOT NOT WRITABLE, STATUS='
                         WS-SNP-STAT
                   UPON    CONSOLE
               MOVE   'ADRSSNP.DAT'    TO  WS-ABEND-PATH
               MOVE    WS-SNP-STAT     TO  WS-ABEND-RC
               MOVE   'Y'              TO  FLG-DBABEND
           ELSE
               MOVE    SPACE           TO  SNAP-HDR-REC
               MOVE   'H'              TO  SNH-TYPE
               MOVE    WS-RUN-START    TO  SNH-STAMP
               MOVE    PATH-ADRS-MAIL  TO  SNH-PATH
               WRITE   SNAP-HDR-REC
               PERFORM 100-UNLOAD-ADRS
      *        no trailer unless the sweep reached its true end
               IF      FLG-DBABEND =   'N'
                   MOVE    SPACE           TO  SNAP-TRL-REC
                   MOVE   'T'              TO  SNT-TYPE
                   MOVE    WS-CNT-READ     TO  SNT-COUNT
                   MOVE    WS-HASH         TO  SNT-HASH
                   WRITE   SNAP-TRL-REC
               END-IF
               CLOSE   SNAP-FILE
           END-IF.
      *
           IF      FLG-DBABEND =   'Y'
               DISPLAY   'ADRSSNP: ABEND, PATH=' WS-ABEND-PATH
                         ' RC=' WS-ABEND-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
           ELSE
               DISPLAY   'ADRSSNP: STAMP='     WS-RUN-START
                         ' RECORDS='           WS-CNT-READ
                         ' HASH='              WS-HASH
                   UPON    CONSOLE
           END-IF.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       100-UNLOAD-ADRS          SECTION.
           MOVE    SPACE       TO  ADR-SITE.
           MOVE    SPACE       TO  ADR-HOME.
           PERFORM 800-DBSELECT-ADRS.
      *
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSSNP: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 800-DBFETCH-ADRS
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   ADD     1               TO  WS-CNT-READ
                   IF      ADR-VERSION     NUMERIC
                       ADD     ADR-VERSION     TO  WS-HASH
                   END-IF
                   MOVE    SPACE           TO  SNAP-DTL-REC
                   MOVE   'D'              TO  SND-TYPE
                   MOVE    ADRS            TO  SND-ADRS
                   WRITE   SNAP-DTL-REC
                   PERFORM 800-DBFETCH-ADRS
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSSNP'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           IF      RETURN-CODE =   ZERO
               MOVE    WS-CNT-READ     TO  RUN-WRITTEN
           ELSE
               MOVE    ZERO            TO  RUN-WRITTEN
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE    ZERO            TO  RUN-REJECTED.
           MOVE    WS-RUN-START    TO  RUN-PARM(1:14).
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
       800-DBSELECT-ADRS       SECTION.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL   TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBFETCH-ADRS        SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
           INITIALIZE  ADRS.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.

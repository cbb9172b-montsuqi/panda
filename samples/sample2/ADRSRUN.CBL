       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSRUN.
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
      *   コンポーネント名：サンプル（バッチ運転日報）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Morning run-sheet.  Reads the shared run log ADRSRUN.LOG,
      *    to which every ADRS batch program appends one record as it
      *    ends, and prints on one page which jobs ran in the night's
      *    window, which abended and which never ran, each with its
      *    counts beside those of its last normal run before the
      *    window, so the night operator's checks come off one sheet
      *    instead of a listing per job.
      *
      *    ADRSRUN.JOB lists the jobs expected, in the order they are
      *    to be printed -- columns 1-8 the program id, column 10 'D'
      *    for a job that must run every night or 'O' for one run on
      *    demand.  A daily job with no run in the window is reported
      *    as NOT RUN; a program that ran but is not on the list is
      *    still printed, after the listed ones.
      *
      *    ADRSRUN.PRM, columns 1-8 and 10-15: the date and time the
      *    window opens.  The default is 12:00 yesterday; the window
      *    closes when this program starts.
      *
      *    A job that ran more than once in the window is reported
      *    on its last run, with the number of runs noted.  A count
      *    that moved by more than half against the last normal run,
      *    or more rejects than last time, is marked REVIEW.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  JOB-FILE        ASSIGN      TO  'ADRSRUN.JOB'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-JOB-STAT.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSRUN.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSRUN.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       FD  JOB-FILE.
       01  JOB-REC.
           02  JOB-PGM             PIC X(8).
           02  FILLER              PIC X(1).
           02  JOB-FREQ            PIC X(1).
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
       01  I           PIC S9(9)   BINARY.
       01  K           PIC S9(9)   BINARY.
       01  WS-JOB-STAT     PIC X(2).
       01  WS-PRM-STAT     PIC X(2).
       01  WS-FIND-PGM     PIC X(8).
       01  WS-WINDOW-START PIC X(14).
       01  WS-WINDOW-END   PIC X(14).
       01  WS-DAYNUM       PIC S9(9)   BINARY.
       01  WS-YESTERDAY    PIC 9(8).
       01  WS-DELTA        PIC S9(10).
       01  WS-HALF         PIC S9(10).
       01  WS-REVIEW       PIC X(1).
       01  WS-CNT-LOG      PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-INWIN    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-BADLOG   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-OK       PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-ABEND    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-WARN     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-NOTRUN   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-REVIEW   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-JOB-TBL.
           02  WS-JOB-CNT      PIC S9(4)   BINARY  VALUE ZERO.
           02  WS-JOB-ENT      OCCURS 100 TIMES.
               03  WS-JB-PGM       PIC X(8).
               03  WS-JB-FREQ      PIC X(1).
               03  WS-JB-RUNS      PIC S9(4)   BINARY.
               03  WS-JB-C-START   PIC X(14).
               03  WS-JB-C-END     PIC X(14).
               03  WS-JB-C-CC      PIC 9(4).
               03  WS-JB-C-READ    PIC 9(9).
               03  WS-JB-C-WRIT    PIC 9(9).
               03  WS-JB-C-REJ     PIC 9(9).
               03  WS-JB-C-PATH    PIC X(16).
               03  WS-JB-C-RC      PIC X(5).
               03  WS-JB-C-PARM    PIC X(40).
               03  WS-JB-P-START   PIC X(14).
               03  WS-JB-P-END     PIC X(14).
               03  WS-JB-P-READ    PIC 9(9).
               03  WS-JB-P-WRIT    PIC 9(9).
               03  WS-JB-P-REJ     PIC 9(9).
       01  WS-HEADING-1.
           02  FILLER          PIC X(30)
                               VALUE 'ADRS BATCH RUN-SHEET'.
           02  FILLER          PIC X(8)    VALUE 'WINDOW '.
           02  WS-HDG-START    PIC X(14).
           02  FILLER          PIC X(4)    VALUE ' TO '.
           02  WS-HDG-END      PIC X(14).
       01  WS-HEADING-2.
           02  FILLER          PIC X(30)
               VALUE 'JOB       STATUS       STARTED'.
           02  FILLER          PIC X(30)
               VALUE '        ENDED          CC     '.
           02  FILLER          PIC X(30)
               VALUE '     READ     WRITTEN    REJEC'.
           02  FILLER          PIC X(30)
               VALUE 'TED  NOTE'.
       01  WS-HEADING-3.
           02  FILLER          PIC X(132)  VALUE ALL '-'.
       01  WS-SHEET-LINE.
           02  WS-SHL-PGM      PIC X(8).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-SHL-STATUS   PIC X(12).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-SHL-START    PIC X(14).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-SHL-END      PIC X(14).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-SHL-CC       PIC X(4).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-SHL-READ     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-SHL-WRIT     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-SHL-REJ      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-SHL-NOTE     PIC X(37).
       01  WS-CHANGE-LINE.
           02  FILLER          PIC X(10)   VALUE SPACE.
           02  WS-CHL-LABEL    PIC X(12).
           02  FILLER          PIC X(36)   VALUE SPACE.
           02  WS-CHL-READ     PIC -ZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-CHL-WRIT     PIC -ZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-CHL-REJ      PIC -ZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-CHL-NOTE     PIC X(37).
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
           MOVE    WS-RUN-START            TO  WS-WINDOW-END.
      *
           PERFORM 050-READ-PARAM.
           PERFORM 060-LOAD-JOBS.
           PERFORM 100-READ-LOG.
      *
           OPEN    OUTPUT       REPORT-FILE.
           PERFORM 300-PRINT-SHEET.
           PERFORM 600-WRITE-TOTALS.
           CLOSE   REPORT-FILE.
      *
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       050-READ-PARAM           SECTION.
           MOVE    WS-RUN-START(1:8)   TO  WS-YESTERDAY.
           COMPUTE WS-DAYNUM =
                   FUNCTION INTEGER-OF-DATE ( WS-YESTERDAY ) - 1.
           COMPUTE WS-YESTERDAY =
                   FUNCTION DATE-OF-INTEGER ( WS-DAYNUM ).
           MOVE    WS-YESTERDAY    TO  WS-WINDOW-START(1:8).
           MOVE   '120000'         TO  WS-WINDOW-START(9:6).
      *
           OPEN    INPUT        PARAM-FILE.
           IF      WS-PRM-STAT =   '00'
               READ    PARAM-FILE
                   AT  END
                       CONTINUE
                   NOT AT  END
                       IF      PRM-REC(1:8)    NUMERIC
                           MOVE    PRM-REC(1:8)    TO
                                                   WS-WINDOW-START(1:8)
                           IF      PRM-REC(10:6)   NUMERIC
                               MOVE    PRM-REC(10:6)   TO
                                                   WS-WINDOW-START(9:6)
                           END-IF
                       END-IF
               END-READ
               CLOSE   PARAM-FILE
           END-IF.
      *
           MOVE    WS-WINDOW-START TO  WS-HDG-START.
           MOVE    WS-WINDOW-END   TO  WS-HDG-END.
           DISPLAY   'ADRSRUN: WINDOW ' WS-WINDOW-START
                     ' TO ' WS-WINDOW-END
               UPON    CONSOLE.
      **************************************************************************
       060-LOAD-JOBS            SECTION.
           OPEN    INPUT        JOB-FILE.
           IF      WS-JOB-STAT NOT =   '00'
               DISPLAY   'ADRSRUN: NO JOB LIST, STATUS=' WS-JOB-STAT
                   UPON    CONSOLE
           ELSE
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    JOB-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           IF      JOB-PGM NOT =   SPACE
                               MOVE    JOB-PGM     TO  WS-FIND-PGM
                               PERFORM 110-FIND-JOB
                               IF      K   >   ZERO
                                   MOVE    JOB-FREQ
                                       TO  WS-JB-FREQ(K)
                                   IF      WS-JB-FREQ(K)   NOT =   'O'
                                       MOVE   'D'  TO  WS-JB-FREQ(K)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   JOB-FILE
           END-IF.
      **************************************************************************
       100-READ-LOG             SECTION.
      *    the log is read as written; the stamps, not the order of
      *    the records, decide which run is the latest
           OPEN    INPUT        RUNLOG-FILE.
           IF      WS-RUN-STAT NOT =   '00'
               DISPLAY   'ADRSRUN: NO RUN LOG, STATUS=' WS-RUN-STAT
                   UPON    CONSOLE
           ELSE
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    RUNLOG-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           ADD     1           TO  WS-CNT-LOG
                           PERFORM 120-POST-RUN
                   END-READ
               END-PERFORM
               CLOSE   RUNLOG-FILE
           END-IF.
      **************************************************************************
       110-FIND-JOB             SECTION.
      *    K comes back pointing at the program's entry, added if it
      *    is new; zero when the table is full
           MOVE    ZERO        TO  K.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   I   >   WS-JOB-CNT
                       OR  K   >   ZERO
               IF      WS-JB-PGM(I)    =   WS-FIND-PGM
                   MOVE    I           TO  K
               END-IF
           END-PERFORM.
      *
           IF      K   =   ZERO
               IF      WS-JOB-CNT  <   100
                   ADD     1           TO  WS-JOB-CNT
                   MOVE    WS-JOB-CNT  TO  K
                   INITIALIZE  WS-JOB-ENT(K)
                   MOVE    WS-FIND-PGM TO  WS-JB-PGM(K)
               ELSE
                   DISPLAY   'ADRSRUN: JOB TABLE FULL, PGM ' WS-FIND-PGM
                       UPON    CONSOLE
               END-IF
           END-IF.
      **************************************************************************
       120-POST-RUN             SECTION.
           IF      RUN-PGM         =   SPACE
               OR  RUN-CC          NOT NUMERIC
               OR  RUN-READ        NOT NUMERIC
               OR  RUN-WRITTEN     NOT NUMERIC
               OR  RUN-REJECTED    NOT NUMERIC
               ADD     1           TO  WS-CNT-BADLOG
           ELSE
               MOVE    RUN-PGM     TO  WS-FIND-PGM
               PERFORM 110-FIND-JOB
               IF      K   >   ZERO
                   IF      RUN-START   NOT <   WS-WINDOW-START
                       PERFORM 130-POST-IN-WINDOW
                   ELSE
                       IF      RUN-CC      =   ZERO
                           AND RUN-START   >   WS-JB-P-START(K)
                           PERFORM 140-POST-NORMAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       130-POST-IN-WINDOW       SECTION.
           ADD     1           TO  WS-CNT-INWIN.
           ADD     1           TO  WS-JB-RUNS(K).
           IF      RUN-START   NOT <   WS-JB-C-START(K)
               MOVE    RUN-START       TO  WS-JB-C-START(K)
               MOVE    RUN-END         TO  WS-JB-C-END(K)
               MOVE    RUN-CC          TO  WS-JB-C-CC(K)
               MOVE    RUN-READ        TO  WS-JB-C-READ(K)
               MOVE    RUN-WRITTEN     TO  WS-JB-C-WRIT(K)
               MOVE    RUN-REJECTED    TO  WS-JB-C-REJ(K)
               MOVE    RUN-ABEND-PATH  TO  WS-JB-C-PATH(K)
               MOVE    RUN-ABEND-RC    TO  WS-JB-C-RC(K)
               MOVE    RUN-PARM        TO  WS-JB-C-PARM(K)
           END-IF.
      **************************************************************************
       140-POST-NORMAL          SECTION.
           MOVE    RUN-START       TO  WS-JB-P-START(K).
           MOVE    RUN-END         TO  WS-JB-P-END(K).
           MOVE    RUN-READ        TO  WS-JB-P-READ(K).
           MOVE    RUN-WRITTEN     TO  WS-JB-P-WRIT(K).
           MOVE    RUN-REJECTED    TO  WS-JB-P-REJ(K).
      **************************************************************************
       300-PRINT-SHEET          SECTION.
           MOVE    WS-HEADING-1    TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    WS-HEADING-2    TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    WS-HEADING-3    TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-JOB-CNT
               EVALUATE    TRUE
                 WHEN    WS-JB-RUNS(K)   >   ZERO
                   PERFORM 310-PRINT-RUN
      *            seen only before the window and not on the job
      *            list: nothing is expected of it
                 WHEN    WS-JB-FREQ(K)   =   SPACE
                   CONTINUE
                 WHEN     OTHER
                   PERFORM 320-PRINT-NOT-RUN
               END-EVALUATE
           END-PERFORM.
      **************************************************************************
       310-PRINT-RUN            SECTION.
           MOVE    SPACE               TO  WS-SHL-NOTE.
           EVALUATE    TRUE
             WHEN    WS-JB-C-CC(K)   =   ZERO
               MOVE   'ENDED OK'       TO  WS-SHL-STATUS
               ADD     1               TO  WS-CNT-OK
             WHEN    WS-JB-C-CC(K)   NOT <   16
               MOVE   'ABEND'          TO  WS-SHL-STATUS
               ADD     1               TO  WS-CNT-ABEND
               STRING  'PATH='             DELIMITED BY SIZE
                       WS-JB-C-PATH(K)     DELIMITED BY SPACE
                       ' RC='              DELIMITED BY SIZE
                       WS-JB-C-RC(K)       DELIMITED BY SIZE
                   INTO    WS-SHL-NOTE
             WHEN     OTHER
               MOVE   'WARNING'        TO  WS-SHL-STATUS
               ADD     1               TO  WS-CNT-WARN
           END-EVALUATE.
           IF      WS-JB-FREQ(K)   =   SPACE
               AND WS-SHL-NOTE     =   SPACE
               MOVE   'NOT ON JOB LIST'    TO  WS-SHL-NOTE
           END-IF.
           IF      WS-JB-RUNS(K)   >   1
               AND WS-SHL-NOTE     =   SPACE
               MOVE    WS-JB-RUNS(K)       TO  WS-TOT-COUNT
               STRING  'RAN'               DELIMITED BY SIZE
                       WS-TOT-COUNT        DELIMITED BY SIZE
                       ' TIMES'            DELIMITED BY SIZE
                   INTO    WS-SHL-NOTE
           END-IF.
      *
           MOVE    WS-JB-PGM(K)        TO  WS-SHL-PGM.
           MOVE    WS-JB-C-START(K)    TO  WS-SHL-START.
           MOVE    WS-JB-C-END(K)      TO  WS-SHL-END.
           MOVE    WS-JB-C-CC(K)       TO  WS-SHL-CC.
           MOVE    WS-JB-C-READ(K)     TO  WS-SHL-READ.
           MOVE    WS-JB-C-WRIT(K)     TO  WS-SHL-WRIT.
           MOVE    WS-JB-C-REJ(K)      TO  WS-SHL-REJ.
           MOVE    WS-SHEET-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           IF      WS-JB-C-PARM(K) NOT =   SPACE
               MOVE    SPACE           TO  REPORT-REC
               MOVE   'PARM'           TO  REPORT-REC(11:4)
               MOVE    WS-JB-C-PARM(K) TO  REPORT-REC(24:40)
               WRITE   REPORT-REC
           END-IF.
      *
           IF      WS-JB-P-START(K)    NOT =   SPACE
               PERFORM 330-PRINT-COMPARE
           END-IF.
      **************************************************************************
       320-PRINT-NOT-RUN        SECTION.
           MOVE    SPACE               TO  WS-SHEET-LINE.
           MOVE    WS-JB-PGM(K)        TO  WS-SHL-PGM.
           IF      WS-JB-FREQ(K)   =   'O'
               MOVE   'ON DEMAND'      TO  WS-SHL-STATUS
           ELSE
               MOVE   'NOT RUN'        TO  WS-SHL-STATUS
               ADD     1               TO  WS-CNT-NOTRUN
           END-IF.
           IF      WS-JB-P-START(K)    NOT =   SPACE
               STRING  'LAST NORMAL RUN '  DELIMITED BY SIZE
                       WS-JB-P-START(K)    DELIMITED BY SIZE
                   INTO    WS-SHL-NOTE
           END-IF.
           MOVE    WS-SHEET-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
       330-PRINT-COMPARE        SECTION.
      *    the last normal run before the window, then the change
      *    from it to this run
           MOVE    SPACE               TO  WS-SHEET-LINE.
           MOVE   'LAST NORMAL'        TO  WS-SHL-STATUS.
           MOVE    WS-JB-P-START(K)    TO  WS-SHL-START.
           MOVE    WS-JB-P-END(K)      TO  WS-SHL-END.
           MOVE    WS-JB-P-READ(K)     TO  WS-SHL-READ.
           MOVE    WS-JB-P-WRIT(K)     TO  WS-SHL-WRIT.
           MOVE    WS-JB-P-REJ(K)      TO  WS-SHL-REJ.
           MOVE    WS-SHEET-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'N'                  TO  WS-REVIEW.
           MOVE   'CHANGE'             TO  WS-CHL-LABEL.
           COMPUTE WS-DELTA = WS-JB-C-READ(K) - WS-JB-P-READ(K).
           MOVE    WS-DELTA            TO  WS-CHL-READ.
           COMPUTE WS-HALF  = WS-JB-P-READ(K) / 2.
           IF      WS-DELTA    >   WS-HALF
               OR  WS-DELTA    <   ZERO - WS-HALF
               MOVE   'Y'              TO  WS-REVIEW
           END-IF.
           COMPUTE WS-DELTA = WS-JB-C-WRIT(K) - WS-JB-P-WRIT(K).
           MOVE    WS-DELTA            TO  WS-CHL-WRIT.
           COMPUTE WS-HALF  = WS-JB-P-WRIT(K) / 2.
           IF      WS-DELTA    >   WS-HALF
               OR  WS-DELTA    <   ZERO - WS-HALF
               MOVE   'Y'              TO  WS-REVIEW
           END-IF.
           COMPUTE WS-DELTA = WS-JB-C-REJ(K) - WS-JB-P-REJ(K).
           MOVE    WS-DELTA            TO  WS-CHL-REJ.
           IF      WS-DELTA    >   ZERO
               MOVE   'Y'              TO  WS-REVIEW
           END-IF.
      *
           IF      WS-REVIEW   =   'Y'
               MOVE   'REVIEW'         TO  WS-CHL-NOTE
               ADD     1               TO  WS-CNT-REVIEW
           ELSE
               MOVE    SPACE           TO  WS-CHL-NOTE
           END-IF.
           MOVE    WS-CHANGE-LINE      TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
       600-WRITE-TOTALS         SECTION.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'LOG RECORDS READ'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-LOG          TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'LOG RECORDS UNUSABLE'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-BADLOG       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'RUNS IN WINDOW'     TO  WS-TOT-LABEL.
           MOVE    WS-CNT-INWIN        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'JOBS ENDED OK'      TO  WS-TOT-LABEL.
           MOVE    WS-CNT-OK           TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'JOBS WITH WARNING'  TO  WS-TOT-LABEL.
           MOVE    WS-CNT-WARN         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'JOBS ABENDED'       TO  WS-TOT-LABEL.
           MOVE    WS-CNT-ABEND        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'DAILY JOBS NOT RUN' TO  WS-TOT-LABEL.
           MOVE    WS-CNT-NOTRUN       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'COUNTS TO REVIEW'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-REVIEW       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           DISPLAY   'ADRSRUN: RUNS='      WS-CNT-INWIN
                     ' OK='                WS-CNT-OK
                     ' WARN='              WS-CNT-WARN
                     ' ABEND='             WS-CNT-ABEND
                     ' NOTRUN='            WS-CNT-NOTRUN
                     ' REVIEW='            WS-CNT-REVIEW
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSRUN'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-LOG      TO  RUN-READ.
           MOVE    WS-CNT-INWIN    TO  RUN-WRITTEN.
           MOVE    WS-CNT-BADLOG   TO  RUN-REJECTED.
           MOVE   'WINDOW'         TO  RUN-PARM(1:6).
           MOVE    WS-WINDOW-START TO  RUN-PARM(8:14).
      *
           OPEN    EXTEND       RUNLOG-FILE.
           IF      WS-RUN-STAT NOT =   '00'
               OPEN    OUTPUT       RUNLOG-FILE
           END-IF.
           WRITE   RUNLOG-REC.
           CLOSE   RUNLOG-FILE.

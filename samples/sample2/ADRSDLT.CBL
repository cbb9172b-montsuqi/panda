      *    after a failure rebuilds the same delta from the old stamp
      *    -- nothing is skipped and nothing is sent twice.
      *
      *    Keys that ADRSACK found rejected or unacknowledged by the
      *    CRM wait on the resend queue ADRSDLT.RSQ.  Each is sent
      *    again with its current after-image, below the high-water
      *    stamp, under the action that was sent the first time; the
      *    queue is emptied only together with the control record.
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16: no totals, and the
      *    high-water stamp stays where it was so the next run
           SELECT  SORT-FILE       ASSIGN      TO  'ADRSDLT.WRK'.
           SELECT  DELTA-FILE      ASSIGN      TO  'ADRSDLT.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RESEND-FILE     ASSIGN      TO  'ADRSDLT.RSQ'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RSQ-STAT.
           SELECT  CONTROL-FILE    ASSIGN      TO  'ADRSDLT.CTL'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-CTL-STAT.
           SELECT  TOTAL-FILE      ASSIGN      TO  'ADRSDLT.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-FILE.
           02  DLT-PREF-CITY       PIC X(40).
           02  DLT-STREET          PIC X(40).
           02  DLT-SUP-FLAG        PIC X(1).
       FD  RESEND-FILE.
       01  RSQ-REC.
           02  RSQ-SITE            PIC X(20).
           02  FILLER              PIC X(1).
           02  RSQ-HOME            PIC X(20).
           02  FILLER              PIC X(1).
           02  RSQ-ACTION          PIC X(1).
       FD  CONTROL-FILE.
       01  CTL-REC.
           02  CTL-HIWATER         PIC X(14).
           02  CTL-STATUS          PIC X(1).
       FD  TOTAL-FILE.
       01  TOTAL-REC               PIC X(80).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
       01  WS-ABEND-RC     PIC S9(4).
       01  J           PIC S9(9)   BINARY.
       01  WS-CTL-STAT     PIC X(2).
       01  WS-RSQ-STAT     PIC X(2).
       01  WS-CURRENT-DATE     PIC X(21).
       01  WS-HIWATER      PIC X(14)   VALUE '00000000000000'.
       01  WS-NEW-HIWATER  PIC X(14).
       01  WS-CNT-UPD      PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-DEL      PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-SUPP     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-RESEND   PIC S9(9)   BINARY  VALUE ZERO.
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
           PERFORM 050-READ-CONTROL.
           MOVE    WS-HIWATER  TO  WS-NEW-HIWATER.
      *
      *        old stamp in place and the rerun extracts the same
      *        window again
               PERFORM 850-WRITE-CONTROL
               PERFORM 860-CLEAR-RESEND
           END-IF.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       050-READ-CONTROL         SECTION.
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      *
           IF      FLG-DBABEND =   'N'
               PERFORM 150-READ-RESEND
           END-IF.
      **************************************************************************
       150-READ-RESEND          SECTION.
      *    a queued key sorts ahead of its own history with a zero
      *    stamp, so the action first sent decides add or update; it
      *    leaves the high-water stamp alone.  No queue yet is
      *    normal; a queue that cannot be read abends the run, so it
      *    is not cleared unread and goes out on the rerun
           OPEN    INPUT        RESEND-FILE.
           EVALUATE    WS-RSQ-STAT
             WHEN    '00'
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    RESEND-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           ADD     1               TO  WS-CNT-RESEND
                           MOVE    RSQ-SITE        TO  SORT-SITE
                           MOVE    RSQ-HOME        TO  SORT-HOME
                           MOVE   '00000000000000' TO  SORT-STAMP
                           MOVE    RSQ-ACTION      TO  SORT-ACTION
                           RELEASE SORT-REC
                   END-READ
                   IF      WS-RSQ-STAT NOT =   '00'
                       AND WS-RSQ-STAT NOT =   '10'
                       PERFORM 155-RESEND-FAILED
                       MOVE   'Y'      TO  FLG-EOF
                   END-IF
               END-PERFORM
               CLOSE   RESEND-FILE
             WHEN    '35'
               CONTINUE
             WHEN     OTHER
               PERFORM 155-RESEND-FAILED
           END-EVALUATE.
      **************************************************************************
       155-RESEND-FAILED        SECTION.
           DISPLAY   'ADRSDLT: ADRSDLT.RSQ NOT READABLE, STATUS='
                     WS-RSQ-STAT
               UPON    CONSOLE.
           IF      FLG-DBABEND =   'N'
               MOVE   'Y'              TO  FLG-DBABEND
               MOVE   'ADRSDLT.RSQ'    TO  WS-ABEND-PATH
               MOVE    WS-RSQ-STAT     TO  WS-ABEND-RC
           END-IF.
      **************************************************************************
       300-BUILD-DELTA          SECTION.
           MOVE    'N'         TO  FLG-EOF.
           MOVE    WS-CUR-HOME     TO  DLT-HOME.
           IF      WS-ADR-FOUND    =   'Y'
               IF      WS-FIRST-ACTION =   'A'
                   OR  WS-FIRST-ACTION =   'V'
                   MOVE   'A'          TO  DLT-ACTION
                   ADD     1           TO  WS-CNT-ADD
               ELSE
           MOVE    WS-CNT-PICKED       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  TOTAL-REC.
           WRITE   TOTAL-REC.
      *
           MOVE   'RESENDS QUEUED'     TO  WS-TOT-LABEL.
           MOVE    WS-CNT-RESEND       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  TOTAL-REC.
           WRITE   TOTAL-REC.
      *
           MOVE   'DELTA ADDS'         TO  WS-TOT-LABEL.
           MOVE    WS-CNT-ADD          TO  WS-TOT-COUNT.
      *
           DISPLAY   'ADRSDLT: HIST='      WS-CNT-HIST
                     ' PICKED='            WS-CNT-PICKED
                     ' RESEND='            WS-CNT-RESEND
                     ' A='                 WS-CNT-ADD
                     ' U='                 WS-CNT-UPD
                     ' D='                 WS-CNT-DEL
                     ' DNC='               WS-CNT-SUPP
                     ' NEW-HIWATER=['      WS-NEW-HIWATER ']'
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSDLT'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-HIST     TO  RUN-READ.
           COMPUTE RUN-WRITTEN =   WS-CNT-ADD  +   WS-CNT-UPD
                               +   WS-CNT-DEL.
           MOVE    ZERO            TO  RUN-REJECTED.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE   'HIWATER'        TO  RUN-PARM(1:7).
           MOVE    WS-HIWATER      TO  RUN-PARM(9:14).
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
           MOVE   'C'                      TO  CTL-STATUS.
           WRITE   CTL-REC.
           CLOSE   CONTROL-FILE.
      **************************************************************************
       860-CLEAR-RESEND        SECTION.
      *    every queued key is in the finished delta, so the queue
      *    starts empty for the next reconciliation
           OPEN    OUTPUT       RESEND-FILE.
           CLOSE   RESEND-FILE.

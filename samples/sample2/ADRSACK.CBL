       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSACK.
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
      *   コンポーネント名：サンプル（ＣＲＭ受信確認照合バッチ）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Reconciles the CRM's acknowledgement file against the
      *    ADRSDLT.DAT delta that was sent to it, so a row the CRM
      *    rejected (bad postal code, key collision) or never loaded
      *    no longer disappears without a trace.  Run it after the
      *    acknowledgement arrives and before the next ADRSDLT run
      *    writes a new delta over the one being checked.
      *
      *    ADRSACK.DAT, one row per delta row the CRM processed:
      *      columns  1-20  site
      *              22-41  ADR-HOME
      *              43-51  version loaded
      *                 53  'A' accepted, 'R' rejected
      *              55-84  reason text from the CRM
      *
      *    Both files are merged on the key.  A delta row that was
      *    rejected, never acknowledged, or acknowledged at another
      *    version than the one sent is listed and its key is queued
      *    on ADRSDLT.RSQ; the next ADRSDLT run sends the current
      *    after-image of every queued key again, below its high-
      *    water stamp.  An acknowledgement for a key that was not in
      *    the delta is listed only.
      *
      *    Every delta row carrying the ADRSSUP do-not-contact flag
      *    is listed again on a page of its own with its outcome, so
      *    compliance has the proof that each suppression reached the
      *    CRM -- or the list of the ones that have not yet.
      *
      *    Either input missing abends the run with condition code 16
      *    and the file's status in place of the MCP-RC; nothing is
      *    queued from a reconciliation that could not be made.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  SORT-FILE       ASSIGN      TO  'ADRSACK.WRK'.
           SELECT  DELTA-FILE      ASSIGN      TO  'ADRSDLT.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-DLT-STAT.
           SELECT  ACK-FILE        ASSIGN      TO  'ADRSACK.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-ACK-STAT.
           SELECT  RESEND-FILE     ASSIGN      TO  'ADRSDLT.RSQ'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RSQ-STAT.
           SELECT  SUPWORK-FILE    ASSIGN      TO  'ADRSACK.SUW'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-SUW-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSACK.LST'
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
           02  SORT-TAG            PIC X(1).
           02  SORT-SEQ            PIC 9(9).
           02  SORT-ACTION         PIC X(1).
           02  SORT-VERSION        PIC 9(9).
           02  SORT-SUP-FLAG       PIC X(1).
           02  SORT-STATUS         PIC X(1).
           02  SORT-REASON         PIC X(30).
       FD  DELTA-FILE.
       01  DELTA-REC.
           02  DLT-ACTION          PIC X(1).
           02  FILLER              PIC X(1).
           02  DLT-SITE            PIC X(20).
           02  FILLER              PIC X(1).
           02  DLT-HOME            PIC X(20).
           02  FILLER              PIC X(1).
           02  DLT-NAME            PIC X(30).
           02  DLT-TEL             PIC X(15).
           02  DLT-ADRS            PIC X(40)   OCCURS 3 TIMES.
           02  DLT-VERSION         PIC 9(9).
           02  DLT-POSTAL          PIC X(8).
           02  DLT-PREF-CITY       PIC X(40).
           02  DLT-STREET          PIC X(40).
           02  DLT-SUP-FLAG        PIC X(1).
       FD  ACK-FILE.
       01  ACK-REC.
           02  ACK-SITE            PIC X(20).
           02  FILLER              PIC X(1).
           02  ACK-HOME            PIC X(20).
           02  FILLER              PIC X(1).
           02  ACK-VERSION         PIC X(9).
           02  FILLER              PIC X(1).
           02  ACK-STATUS          PIC X(1).
           02  FILLER              PIC X(1).
           02  ACK-REASON          PIC X(30).
       FD  RESEND-FILE.
       01  RSQ-REC.
           02  RSQ-SITE            PIC X(20).
           02  FILLER              PIC X(1).
           02  RSQ-HOME            PIC X(20).
           02  FILLER              PIC X(1).
           02  RSQ-ACTION          PIC X(1).
       FD  SUPWORK-FILE.
       01  SUPWORK-REC             PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(120).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
           02  FLG-FIRST   PIC X.
           02  FLG-DBABEND PIC X   VALUE 'N'.
           02  FLG-RSQ     PIC X   VALUE 'C'.
       01  WS-ABEND-PATH   PIC X(16).
       01  WS-ABEND-RC     PIC S9(4).
       01  WS-DLT-STAT     PIC X(2).
       01  WS-ACK-STAT     PIC X(2).
       01  WS-RSQ-STAT     PIC X(2).
       01  WS-SUW-STAT     PIC X(2).
       01  WS-SEQ          PIC 9(9)    VALUE ZERO.
       01  WS-CUR-SITE     PIC X(20).
       01  WS-CUR-HOME     PIC X(20).
       01  WS-DLT-FOUND    PIC X(1).
       01  WS-DLT-ACTION   PIC X(1).
       01  WS-DLT-VERSION  PIC 9(9).
       01  WS-DLT-SUP-FLAG PIC X(1).
       01  WS-ACK-FOUND    PIC X(1).
       01  WS-ACK-STATUS   PIC X(1).
       01  WS-ACK-VERSION  PIC 9(9).
       01  WS-ACK-REASON   PIC X(30).
       01  WS-OUTCOME      PIC X(10).
       01  WS-CNT-SENT     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-ACKS     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-BADACK   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-ACCEPT   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-REJECT   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-NOACK    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-VERS     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-UNKNOWN  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-QUEUED   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-SUPP     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-SUPOK    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-PAGE-NO      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-NO      PIC 9(4)    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 55.
       01  WS-HEADING-1.
           02  WS-HDG-TITLE    PIC X(50)
               VALUE 'CRM ACKNOWLEDGEMENT RECONCILIATION - EXCEPTIONS'.
           02  FILLER          PIC X(20)   VALUE SPACE.
           02  FILLER          PIC X(5)    VALUE 'PAGE '.
           02  WS-HDG-PAGE-NO  PIC ZZZ9.
       01  WS-HEADING-2.
           02  FILLER          PIC X(30)
               VALUE 'OUTCOME     SITE              '.
           02  FILLER          PIC X(30)
               VALUE '   MAIL KEY             ACT   '.
           02  FILLER          PIC X(30)
               VALUE '  SENT     ACKED  REASON'.
       01  WS-HEADING-3.
           02  FILLER          PIC X(120)  VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           02  WS-DTL-OUTCOME  PIC X(10).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-DTL-SITE     PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-HOME     PIC X(20).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-DTL-ACTION   PIC X(1).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-SENT     PIC Z(8)9.
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-ACKED    PIC Z(8)9.
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-DTL-REASON   PIC X(30).
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
           OPEN    OUTPUT       REPORT-FILE.
           OPEN    OUTPUT       SUPWORK-FILE.
      *
           SORT    SORT-FILE
                   ON  ASCENDING  KEY     SORT-SITE
                                          SORT-HOME
                                          SORT-TAG
                                          SORT-SEQ
                   INPUT   PROCEDURE  IS  100-READ-INPUTS
                   OUTPUT  PROCEDURE  IS  300-RECONCILE.
      *
           CLOSE   SUPWORK-FILE.
           IF      FLG-DBABEND =   'Y'
               CLOSE   REPORT-FILE
               DISPLAY   'ADRSACK: ABEND, PATH=' WS-ABEND-PATH
                         ' RC=' WS-ABEND-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
           ELSE
               PERFORM 500-WRITE-SUP-PROOF
               PERFORM 600-WRITE-TOTALS
               CLOSE   REPORT-FILE
           END-IF.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       100-READ-INPUTS          SECTION.
      *    the delta rows sort ahead of the acknowledgements for the
      *    same key ('D' before 'K'); the sequence number keeps the
      *    acknowledgements in file order, so the last one counts
           OPEN    INPUT        DELTA-FILE.
           IF      WS-DLT-STAT NOT =   '00'
               MOVE   'ADRSDLT.DAT'    TO  WS-ABEND-PATH
               MOVE    WS-DLT-STAT     TO  WS-ABEND-RC
               MOVE   'Y'              TO  FLG-DBABEND
           ELSE
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    DELTA-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           PERFORM 110-RELEASE-DELTA
                   END-READ
               END-PERFORM
               CLOSE   DELTA-FILE
           END-IF.
      *
           IF      FLG-DBABEND =   'N'
               OPEN    INPUT        ACK-FILE
               IF      WS-ACK-STAT NOT =   '00'
                   MOVE   'ADRSACK.DAT'    TO  WS-ABEND-PATH
                   MOVE    WS-ACK-STAT     TO  WS-ABEND-RC
                   MOVE   'Y'              TO  FLG-DBABEND
               ELSE
                   MOVE   'N'          TO  FLG-EOF
                   PERFORM UNTIL   FLG-EOF =   'Y'
                       READ    ACK-FILE
                           AT  END
                               MOVE   'Y'      TO  FLG-EOF
                           NOT AT  END
                               PERFORM 120-RELEASE-ACK
                       END-READ
                   END-PERFORM
                   CLOSE   ACK-FILE
               END-IF
           END-IF.
      **************************************************************************
       110-RELEASE-DELTA        SECTION.
           ADD     1           TO  WS-CNT-SENT.
           ADD     1           TO  WS-SEQ.
           MOVE    SPACE       TO  SORT-REC.
           MOVE    DLT-SITE    TO  SORT-SITE.
           MOVE    DLT-HOME    TO  SORT-HOME.
           MOVE   'D'          TO  SORT-TAG.
           MOVE    WS-SEQ      TO  SORT-SEQ.
           MOVE    DLT-ACTION  TO  SORT-ACTION.
           IF      DLT-VERSION NUMERIC
               MOVE    DLT-VERSION TO  SORT-VERSION
           ELSE
               MOVE    ZERO        TO  SORT-VERSION
           END-IF.
           MOVE    DLT-SUP-FLAG    TO  SORT-SUP-FLAG.
           RELEASE SORT-REC.
      **************************************************************************
       120-RELEASE-ACK          SECTION.
      *    an acknowledgement with an unreadable status or version
      *    proves nothing; it is counted and left out, so its delta
      *    row is reported as never acknowledged and sent again
           ADD     1           TO  WS-CNT-ACKS.
           IF      (   ACK-STATUS  NOT =   'A'
                   AND ACK-STATUS  NOT =   'R' )
               OR  ACK-VERSION NOT NUMERIC
               OR  ACK-SITE    =   SPACE
               OR  ACK-HOME    =   SPACE
               ADD     1           TO  WS-CNT-BADACK
               DISPLAY   'ADRSACK: BAD ACK ROW [' ACK-REC ']'
                   UPON    CONSOLE
           ELSE
               ADD     1           TO  WS-SEQ
               MOVE    SPACE       TO  SORT-REC
               MOVE    ACK-SITE    TO  SORT-SITE
               MOVE    ACK-HOME    TO  SORT-HOME
               MOVE   'K'          TO  SORT-TAG
               MOVE    WS-SEQ      TO  SORT-SEQ
               MOVE    ACK-VERSION TO  SORT-VERSION
               MOVE    ACK-STATUS  TO  SORT-STATUS
               MOVE    ACK-REASON  TO  SORT-REASON
               RELEASE SORT-REC
           END-IF.
      **************************************************************************
       300-RECONCILE            SECTION.
           MOVE   'N'          TO  FLG-EOF.
           MOVE   'Y'          TO  FLG-FIRST.
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
               PERFORM 330-END-KEY-GROUP
           END-IF.
      *
           IF      FLG-RSQ     =   'O'
               OR  FLG-RSQ     =   'W'
               CLOSE   RESEND-FILE
           END-IF.
      **************************************************************************
       310-PROC-ROW             SECTION.
           IF      FLG-FIRST   =   'Y'
               MOVE   'N'          TO  FLG-FIRST
               PERFORM 320-INIT-KEY-GROUP
           ELSE
               IF      SORT-SITE   NOT =   WS-CUR-SITE
                   OR  SORT-HOME   NOT =   WS-CUR-HOME
                   PERFORM 330-END-KEY-GROUP
                   PERFORM 320-INIT-KEY-GROUP
               END-IF
           END-IF.
      *
           IF      SORT-TAG    =   'D'
               MOVE   'Y'          TO  WS-DLT-FOUND
               MOVE    SORT-ACTION     TO  WS-DLT-ACTION
               MOVE    SORT-VERSION    TO  WS-DLT-VERSION
               MOVE    SORT-SUP-FLAG   TO  WS-DLT-SUP-FLAG
           ELSE
               MOVE   'Y'          TO  WS-ACK-FOUND
               MOVE    SORT-STATUS     TO  WS-ACK-STATUS
               MOVE    SORT-VERSION    TO  WS-ACK-VERSION
               MOVE    SORT-REASON     TO  WS-ACK-REASON
           END-IF.
      **************************************************************************
       320-INIT-KEY-GROUP       SECTION.
           MOVE    SORT-SITE   TO  WS-CUR-SITE.
           MOVE    SORT-HOME   TO  WS-CUR-HOME.
           MOVE   'N'          TO  WS-DLT-FOUND.
           MOVE   'N'          TO  WS-ACK-FOUND.
           MOVE    SPACE       TO  WS-DLT-ACTION.
           MOVE    ZERO        TO  WS-DLT-VERSION.
           MOVE    SPACE       TO  WS-DLT-SUP-FLAG.
           MOVE    SPACE       TO  WS-ACK-STATUS.
           MOVE    ZERO        TO  WS-ACK-VERSION.
           MOVE    SPACE       TO  WS-ACK-REASON.
      **************************************************************************
       330-END-KEY-GROUP        SECTION.
      *    a delete is acknowledged at version zero, so only the
      *    add and update rows have a version to compare
           IF      WS-DLT-FOUND    =   'N'
               MOVE   'UNKNOWN'    TO  WS-OUTCOME
               ADD     1           TO  WS-CNT-UNKNOWN
               PERFORM 350-WRITE-EXCEPTION
           ELSE
               EVALUATE    TRUE
                 WHEN    WS-ACK-FOUND    =   'N'
                   MOVE   'NO ACK'     TO  WS-OUTCOME
                   ADD     1           TO  WS-CNT-NOACK
                 WHEN    WS-ACK-STATUS   =   'R'
                   MOVE   'REJECTED'   TO  WS-OUTCOME
                   ADD     1           TO  WS-CNT-REJECT
                 WHEN    WS-DLT-ACTION   NOT =   'D'
                     AND WS-ACK-VERSION  NOT =   WS-DLT-VERSION
                   MOVE   'VERSION'    TO  WS-OUTCOME
                   ADD     1           TO  WS-CNT-VERS
                 WHEN     OTHER
                   MOVE   'CONFIRMED'  TO  WS-OUTCOME
                   ADD     1           TO  WS-CNT-ACCEPT
               END-EVALUATE
      *
               IF      WS-OUTCOME  NOT =   'CONFIRMED'
                   PERFORM 350-WRITE-EXCEPTION
                   PERFORM 360-QUEUE-RESEND
               END-IF
               IF      WS-DLT-SUP-FLAG NOT =   SPACE
                   PERFORM 370-WRITE-SUP-PROOF
               END-IF
           END-IF.
      **************************************************************************
       340-FILL-DETAIL          SECTION.
           MOVE    WS-OUTCOME      TO  WS-DTL-OUTCOME.
           MOVE    WS-CUR-SITE     TO  WS-DTL-SITE.
           MOVE    WS-CUR-HOME     TO  WS-DTL-HOME.
           MOVE    WS-DLT-ACTION   TO  WS-DTL-ACTION.
           MOVE    WS-DLT-VERSION  TO  WS-DTL-SENT.
           MOVE    WS-ACK-VERSION  TO  WS-DTL-ACKED.
           MOVE    WS-ACK-REASON   TO  WS-DTL-REASON.
      **************************************************************************
       350-WRITE-EXCEPTION      SECTION.
           IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
               PERFORM 390-WRITE-HEADING
           END-IF.
           PERFORM 340-FILL-DETAIL.
           MOVE    WS-DETAIL-LINE  TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     1               TO  WS-LINE-NO.
      **************************************************************************
       360-QUEUE-RESEND         SECTION.
      *    the queue is added to, never replaced: keys left over from
      *    a reconciliation whose ADRSDLT run has not yet happened
      *    must still go out.  FLG-RSQ: 'C' queue not yet opened,
      *    'O' open, 'B' could not be opened, 'W' a write failed; a
      *    key that did not reach the queue abends the run
           IF      FLG-RSQ     =   'C'
               OPEN    EXTEND       RESEND-FILE
               IF      WS-RSQ-STAT NOT =   '00'
                   OPEN    OUTPUT       RESEND-FILE
               END-IF
               IF      WS-RSQ-STAT =   '00'
                   MOVE   'O'          TO  FLG-RSQ
               ELSE
                   MOVE   'B'          TO  FLG-RSQ
                   PERFORM 365-RESEND-FAILED
               END-IF
           END-IF.
      *
           IF      FLG-RSQ     =   'O'
               MOVE    SPACE           TO  RSQ-REC
               MOVE    WS-CUR-SITE     TO  RSQ-SITE
               MOVE    WS-CUR-HOME     TO  RSQ-HOME
               MOVE    WS-DLT-ACTION   TO  RSQ-ACTION
               WRITE   RSQ-REC
               IF      WS-RSQ-STAT =   '00'
                   ADD     1           TO  WS-CNT-QUEUED
               ELSE
                   MOVE   'W'          TO  FLG-RSQ
                   PERFORM 365-RESEND-FAILED
               END-IF
           END-IF.
      **************************************************************************
       365-RESEND-FAILED        SECTION.
           DISPLAY   'ADRSACK: ADRSDLT.RSQ NOT WRITTEN, STATUS='
                     WS-RSQ-STAT ' KEY=' WS-CUR-HOME
               UPON    CONSOLE.
           IF      FLG-DBABEND =   'N'
               MOVE   'Y'              TO  FLG-DBABEND
               MOVE   'ADRSDLT.RSQ'    TO  WS-ABEND-PATH
               MOVE    WS-RSQ-STAT     TO  WS-ABEND-RC
           END-IF.
      **************************************************************************
       370-WRITE-SUP-PROOF      SECTION.
           ADD     1               TO  WS-CNT-SUPP.
           IF      WS-OUTCOME  =   'CONFIRMED'
               ADD     1           TO  WS-CNT-SUPOK
           END-IF.
           PERFORM 340-FILL-DETAIL.
           MOVE    WS-DETAIL-LINE  TO  SUPWORK-REC.
           WRITE   SUPWORK-REC.
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
       500-WRITE-SUP-PROOF      SECTION.
      *    the proof page always prints, every flagged row with its
      *    outcome, confirmed or not
           IF      WS-PAGE-NO  =   ZERO
               PERFORM 390-WRITE-HEADING
               MOVE   'NO EXCEPTIONS'  TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
           MOVE   'DO-NOT-CONTACT DELIVERY PROOF'  TO  WS-HDG-TITLE.
           PERFORM 390-WRITE-HEADING.
      *
           OPEN    INPUT        SUPWORK-FILE.
           IF      WS-SUW-STAT =   '00'
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    SUPWORK-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
                               PERFORM 390-WRITE-HEADING
                           END-IF
                           MOVE    SUPWORK-REC TO  REPORT-REC
                           WRITE   REPORT-REC
                           ADD     1           TO  WS-LINE-NO
                   END-READ
               END-PERFORM
               CLOSE   SUPWORK-FILE
           END-IF.
      *
           IF      WS-CNT-SUPP =   ZERO
               MOVE   'NO FLAGGED ROWS IN THIS DELTA'  TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
      **************************************************************************
       600-WRITE-TOTALS         SECTION.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'DELTA ROWS SENT'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-SENT         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ACK ROWS READ'      TO  WS-TOT-LABEL.
           MOVE    WS-CNT-ACKS         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ACK ROWS UNREADABLE'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-BADACK       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'CONFIRMED'          TO  WS-TOT-LABEL.
           MOVE    WS-CNT-ACCEPT       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'REJECTED'           TO  WS-TOT-LABEL.
           MOVE    WS-CNT-REJECT       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'NOT ACKNOWLEDGED'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-NOACK        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'VERSION MISMATCH'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-VERS         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ACK NOT IN DELTA'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-UNKNOWN      TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'KEYS QUEUED TO SEND'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-QUEUED       TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'DNC ROWS SENT'      TO  WS-TOT-LABEL.
           MOVE    WS-CNT-SUPP         TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'DNC ROWS CONFIRMED' TO  WS-TOT-LABEL.
           MOVE    WS-CNT-SUPOK        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           DISPLAY   'ADRSACK: SENT='      WS-CNT-SENT
                     ' ACKS='              WS-CNT-ACKS
                     ' OK='                WS-CNT-ACCEPT
                     ' REJ='               WS-CNT-REJECT
                     ' NOACK='             WS-CNT-NOACK
                     ' VERS='              WS-CNT-VERS
                     ' QUEUED='            WS-CNT-QUEUED
                     ' DNC='               WS-CNT-SUPP
                     '/'                   WS-CNT-SUPOK
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSACK'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           COMPUTE RUN-READ    =   WS-CNT-SENT     +   WS-CNT-ACKS.
           MOVE    WS-CNT-QUEUED   TO  RUN-WRITTEN.
           MOVE    WS-CNT-BADACK   TO  RUN-REJECTED.
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

       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSDSR.
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
      *   コンポーネント名：サンプル（個人データ開示・消去バッチ）
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   01.02.11  ....    修正内容
      ******************************************************************
      *    Data-subject request run, for the customer who asks what
      *    the address book holds on them or asks to be forgotten.
      *    ADRSDSR.DAT carries one request per record:
      *      'K' -- columns 3-12 the request reference, 14-33 the
      *             site, 35-54 the mail key (ADR-HOME)
      *      'N' -- columns 3-12 the reference, 14-43 the name,
      *             45-59 the telephone; every key, in any site,
      *             whose current record, live history or archived
      *             history carries that name and telephone together
      *             is taken as the same person
      *
      *    ADRSDSR.PRM record 1 -- columns 1-6 REPORT or ERASE, 8-15
      *    the operator running it, 17-24 the supervisor who
      *    approved the erasure.  Further records 'ARCHIVE YYYYMMDD'
      *    and 'AUDARC  YYYYMMDD' name ADRSHIST and search-audit
      *    archive files to search beyond those listed on the
      *    archive indexes ADRSHARC.IDX and ADRSAUD.IDX.
      *
      *    REPORT lists, person by person, everything held under each
      *    key: the ADRSSUP row, the current ADRS record, every
      *    ADRSHIST version on line and in the archives, group
      *    memberships, duplicate-worklist pairs, contact history,
      *    returned-mail counts, the searches on the audit log and
      *    its archives whose key was the mail key or a name or
      *    telephone the person has been held under, and the ADRSAPR
      *    approval requests that name the key.
      *
      *    ERASE needs an operator and a different approver, both
      *    authority '2' on ADRSOPR; otherwise the run is refused
      *    with condition code 8 and nothing is touched.  It first
      *    writes the ADRSSUP row with flag 'E' (the key alone, so
      *    ADRSLOAD and ADRSXCH never put the person back), then
      *    deletes the ADRS record, the history, group, worklist,
      *    contact and returned-mail rows, takes the person's rows
      *    out of the history archives, and blanks the key of every
      *    audit record that hit them, keeping who searched and
      *    when.  An approval request still open for the key is
      *    rejected, so a restore or suppression clear approved later
      *    cannot undo the erasure, and the restore image of every
      *    request naming the key is blanked; the request itself
      *    stays as the approval trail.  Every erased key is queued
      *    on ADRSDLT.RSQ so the next delta tells the CRM to delete
      *    it too.  ADRSDSR.CRT is the certificate for the privacy
      *    officer: per key, what was found and what was removed,
      *    COMPLETE or INCOMPLETE.
      *    ADRSDSR.LST is the listing in either mode.
      *
      *    The archive files and the live audit log are rewritten in
      *    place through ADRSDSR.TMP; as for ADRSAUD, the list window
      *    must not be logging searches while an ERASE run is up.
      *
      *    A nonzero return that is not the clean end-of-data code
      *    abends the run with condition code 16, as does an unusable
      *    parameter or request file; the listing shows what was
      *    done before the failure and the certificate says
      *    INCOMPLETE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  SORT-FILE       ASSIGN      TO  'ADRSDSR.WRK'.
           SELECT  PARAM-FILE      ASSIGN      TO  'ADRSDSR.PRM'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PRM-STAT.
           SELECT  REQUEST-FILE    ASSIGN      TO  'ADRSDSR.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-REQ-STAT.
           SELECT  HIDX-FILE       ASSIGN      TO  'ADRSHARC.IDX'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-IDX-STAT.
           SELECT  AIDX-FILE       ASSIGN      TO  'ADRSAUD.IDX'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-IDX-STAT.
           SELECT  SCAN-FILE       ASSIGN      USING   WS-SCAN-NAME
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-SCN-STAT.
           SELECT  TEMP-FILE       ASSIGN      TO  'ADRSDSR.TMP'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-TMP-STAT.
           SELECT  RESEND-FILE     ASSIGN      TO  'ADRSDLT.RSQ'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RSQ-STAT.
           SELECT  REPORT-FILE     ASSIGN      TO  'ADRSDSR.LST'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  CERT-FILE       ASSIGN      TO  'ADRSDSR.CRT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
      *    listing lines, person by person: the person's table entry,
      *    then the store, then the order the line was made in
       SD  SORT-FILE.
       01  SORT-REC.
           02  SORT-SUB            PIC 9(4).
           02  SORT-STORE          PIC 9(2).
           02  SORT-SEQ            PIC 9(9).
           02  SORT-LINE           PIC X(132).
       FD  PARAM-FILE.
       01  PRM-REC                 PIC X(80).
       FD  REQUEST-FILE.
       01  REQ-KEY-REC.
           02  REQ-TYPE            PIC X(1).
           02  FILLER              PIC X(1).
           02  REQ-REF             PIC X(10).
           02  FILLER              PIC X(1).
           02  REQ-SITE            PIC X(20).
           02  FILLER              PIC X(1).
           02  REQ-HOME            PIC X(20).
       01  REQ-NAME-REC.
           02  FILLER              PIC X(13).
           02  REQ-NAME            PIC X(30).
           02  FILLER              PIC X(1).
           02  REQ-TEL             PIC X(15).
       FD  HIDX-FILE.
       COPY    HARC-IDX.
       FD  AIDX-FILE.
       COPY    AUD-IDX.
      *    one file name, three views: the raw record for the copy
      *    back, an ADRSHIST archive record, a search-audit record
       FD  SCAN-FILE.
       01  SCAN-REC                PIC X(400).
       COPY    HARC-ARC.
       01  SCAN-AUD-REC.
           02  SCA-DATE            PIC X(8).
           02  FILLER              PIC X(1).
           02  SCA-TIME            PIC X(6).
           02  FILLER              PIC X(1).
           02  SCA-TERM            PIC X(8).
           02  FILLER              PIC X(1).
           02  SCA-OPER            PIC X(8).
           02  FILLER              PIC X(1).
           02  SCA-KEY             PIC X(30).
       FD  TEMP-FILE.
       01  TEMP-REC                PIC X(400).
       FD  RESEND-FILE.
       01  RSQ-REC.
           02  RSQ-SITE            PIC X(20).
           02  FILLER              PIC X(1).
           02  RSQ-HOME            PIC X(20).
           02  FILLER              PIC X(1).
           02  RSQ-ACTION          PIC X(1).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  CERT-FILE.
       01  CERT-REC                PIC X(100).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC X.
           02  FLG-FIRST   PIC X.
           02  FLG-DBABEND PIC X   VALUE 'N'.
           02  FLG-REFUSED PIC X   VALUE 'N'.
           02  FLG-ERASE   PIC X   VALUE 'N'.
           02  FLG-HIT     PIC X.
           02  FLG-TMPBAD  PIC X.
           02  FLG-RSQ     PIC X.
       01  WS-ABEND-PATH   PIC X(16).
       01  WS-ABEND-RC     PIC S9(4).
       01  J               PIC S9(9)   BINARY.
       01  K               PIC S9(9)   BINARY.
       01  WS-PRM-STAT     PIC X(2).
       01  WS-REQ-STAT     PIC X(2).
       01  WS-IDX-STAT     PIC X(2).
       01  WS-SCN-STAT     PIC X(2).
       01  WS-TMP-STAT     PIC X(2).
       01  WS-RSQ-STAT     PIC X(2).
       01  WS-MODE         PIC X(6)    VALUE SPACE.
       01  WS-OPER         PIC X(8)    VALUE SPACE.
       01  WS-APPROVER     PIC X(8)    VALUE SPACE.
       01  WS-RUN-DATE     PIC X(8).
       01  WS-CHK-OPER     PIC X(8).
       01  WS-REFUSE-WHY   PIC X(40)   VALUE SPACE.
       01  WS-REFUSE-OPER  PIC X(8)    VALUE SPACE.
      *    archive files to search, from the two indexes and the
      *    parameter file, each date once however often it was added
       01  WS-ARC-MAX      PIC S9(4)   BINARY  VALUE 100.
       01  WS-ARC-COUNT    PIC S9(4)   BINARY  VALUE ZERO.
       01  WS-ARC-TABLE.
           02  WS-ARC-ENTRY    PIC X(8)    OCCURS 100 TIMES.
       01  WS-AUA-COUNT    PIC S9(4)   BINARY  VALUE ZERO.
       01  WS-AUA-TABLE.
           02  WS-AUA-ENTRY    PIC X(8)    OCCURS 100 TIMES.
       01  WS-ADD-DATE     PIC X(8).
       01  WS-HARC-NAME.
           02  FILLER          PIC X(9)    VALUE 'ADRSHIST-'.
           02  WS-HARC-DATE    PIC X(8).
           02  FILLER          PIC X(4)    VALUE '.ARC'.
       01  WS-AUDA-NAME.
           02  FILLER          PIC X(8)    VALUE 'ADRSAUD-'.
           02  WS-AUDA-DATE    PIC X(8).
           02  FILLER          PIC X(4)    VALUE '.ARC'.
       01  WS-SCAN-NAME    PIC X(64).
       01  WS-FILE-HITS    PIC S9(9)   BINARY.
      *    the requests as read; a request that cannot be acted on
      *    keeps the reason in WS-REQ-NOTE
       01  WS-REQ-MAX      PIC S9(4)   BINARY  VALUE 50.
       01  WS-REQ-TBL.
           02  WS-REQ-CNT      PIC S9(4)   BINARY  VALUE ZERO.
           02  WS-REQ-ENT      OCCURS 50 TIMES.
               03  WS-REQ-TYPE     PIC X(1).
               03  WS-REQ-REF      PIC X(10).
               03  WS-REQ-SITE     PIC X(20).
               03  WS-REQ-HOME     PIC X(20).
               03  WS-REQ-NAME     PIC X(30).
               03  WS-REQ-TEL      PIC X(15).
               03  WS-REQ-HITS     PIC S9(4)   BINARY.
               03  WS-REQ-NOTE     PIC X(20).
      *    one entry per key to report or erase.  The stores are
      *    counted in listing order:
      *      1 ADRSSUP   2 ADRS       3 ADRSHIST   4 history archives
      *      5 ADRSGRP   6 ADRSWRK    7 ADRSCON    8 ADRSRET
      *      9 search-audit log and its archives   10 ADRSAPR
      *    WS-SUB-FOUND is what was held, WS-SUB-DONE what an ERASE
      *    removed (for ADRSSUP, the erased row written)
       01  WS-SUB-MAX      PIC S9(4)   BINARY  VALUE 100.
       01  WS-SUB-TBL.
           02  WS-SUB-CNT      PIC S9(4)   BINARY  VALUE ZERO.
           02  WS-SUB-ENT      OCCURS 100 TIMES.
               03  WS-SUB-REQ      PIC S9(4)   BINARY.
               03  WS-SUB-SITE     PIC X(20).
               03  WS-SUB-HOME     PIC X(20).
               03  WS-SUB-SUP-FLAG PIC X(1).
               03  WS-SUB-FAIL     PIC S9(9)   BINARY.
               03  WS-SUB-FILE-HITS    PIC S9(9)   BINARY.
               03  WS-SUB-STORE    OCCURS 10 TIMES.
                   04  WS-SUB-FOUND    PIC S9(9)   BINARY.
                   04  WS-SUB-DONE     PIC S9(9)   BINARY.
       01  WS-SUB-IX       PIC S9(4)   BINARY.
       01  WS-STORE-IX     PIC S9(4)   BINARY.
       01  WS-REQ-IX       PIC S9(4)   BINARY.
       01  WS-ADD-REQ      PIC S9(4)   BINARY.
       01  WS-CUR-SUB      PIC S9(4)   BINARY.
      *    every mail key, name and telephone a person has been held
      *    under; a search-audit record whose key is one of them is
      *    a search that hit the person
       01  WS-TRM-MAX      PIC S9(4)   BINARY  VALUE 500.
       01  WS-TRM-TBL.
           02  WS-TRM-CNT      PIC S9(4)   BINARY  VALUE ZERO.
           02  WS-TRM-ENT      OCCURS 500 TIMES.
               03  WS-TRM-SUB      PIC S9(4)   BINARY.
               03  WS-TRM-TEXT     PIC X(30).
       01  WS-TRM-IX       PIC S9(4)   BINARY.
       01  WS-ADD-TERM     PIC X(30).
      *    rows found on a database sweep, deleted once the sweep is
      *    over -- never under the cursor that found them
       01  WS-DEL-MAX      PIC S9(4)   BINARY  VALUE 2000.
       01  WS-DEL-NEW.
           02  WS-DLN-SUB      PIC S9(4)   BINARY.
           02  WS-DLN-SITE     PIC X(20).
           02  WS-DLN-HOME     PIC X(20).
           02  WS-DLN-DATE     PIC X(8).
           02  WS-DLN-TIME     PIC X(6).
           02  WS-DLN-CODE     PIC X(8).
           02  WS-DLN-SEQ      PIC 9(4).
       01  WS-DEL-TBL.
           02  WS-DEL-CNT      PIC S9(4)   BINARY  VALUE ZERO.
           02  WS-DEL-ENT      OCCURS 2000 TIMES.
               03  WS-DEL-SUB      PIC S9(4)   BINARY.
               03  WS-DEL-SITE     PIC X(20).
               03  WS-DEL-HOME     PIC X(20).
               03  WS-DEL-DATE     PIC X(8).
               03  WS-DEL-TIME     PIC X(6).
               03  WS-DEL-CODE     PIC X(8).
               03  WS-DEL-SEQ      PIC 9(4).
       01  WS-DEL-IX       PIC S9(4)   BINARY.
       01  WS-CHK-SITE     PIC X(20).
       01  WS-CHK-HOME     PIC X(20).
       01  WS-CHK-NAME     PIC X(30).
       01  WS-CHK-TEL      PIC X(15).
       01  WS-SUP-FOUND    PIC X(1).
       01  WS-LINE-SEQ     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-SUBJ-STATUS  PIC X(10).
      *    one version of the person's entry, current or history
       01  WS-IMG.
           02  WS-IMG-DATE         PIC X(8).
           02  WS-IMG-TIME         PIC X(6).
           02  WS-IMG-OPER         PIC X(8).
           02  WS-IMG-ACTION       PIC X(1).
           02  WS-IMG-NAME         PIC X(30).
           02  WS-IMG-TEL          PIC X(15).
           02  WS-IMG-ADDRESS      PIC X(40)   OCCURS 3 TIMES.
           02  WS-IMG-VERSION      PIC 9(9).
           02  WS-IMG-POSTAL       PIC X(8).
           02  WS-IMG-PREF-CITY    PIC X(40).
           02  WS-IMG-STREET       PIC X(40).
       01  WS-CNT-REQ      PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-NREQ     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-REQBAD   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-REQSKIP  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-FOUND    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-REMOVED  PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-FAILED   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-COMPLETE     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-INCOMPLETE   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-QUEUED   PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-HARC-READ    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-HARC-MISS    PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-AUD-READ     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-CNT-AUD-MISS     PIC S9(9)   BINARY  VALUE ZERO.
       01  WS-PAGE-NO      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-NO      PIC 9(4)    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 55.
       01  WS-HEADING-1.
           02  FILLER          PIC X(26)
                               VALUE 'ADRS DATA-SUBJECT REQUEST '.
           02  WS-HDG-MODE     PIC X(6).
           02  FILLER          PIC X(6)    VALUE '  RUN '.
           02  WS-HDG-STAMP    PIC X(14).
           02  FILLER          PIC X(11)   VALUE '  OPERATOR '.
           02  WS-HDG-OPER     PIC X(8).
           02  FILLER          PIC X(14)   VALUE '  APPROVED BY '.
           02  WS-HDG-APPROVER PIC X(8).
           02  FILLER          PIC X(4)    VALUE SPACE.
           02  FILLER          PIC X(5)    VALUE 'PAGE '.
           02  WS-HDG-PAGE-NO  PIC ZZZ9.
       01  WS-HEADING-2.
           02  WS-HDG-SUBJ     PIC X(132).
       01  WS-HEADING-3.
           02  FILLER          PIC X(120)  VALUE ALL '-'.
       01  WS-SUBJ-LINE.
           02  FILLER          PIC X(8)    VALUE 'REQUEST '.
           02  WS-SBL-REF      PIC X(10).
           02  FILLER          PIC X(7)    VALUE '  SITE '.
           02  WS-SBL-SITE     PIC X(20).
           02  FILLER          PIC X(6)    VALUE '  KEY '.
           02  WS-SBL-HOME     PIC X(20).
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-SBL-VIA      PIC X(20).
       01  WS-DETAIL-LINE.
           02  WS-DTL-TAG      PIC X(10).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-DTL-TEXT     PIC X(121).
       01  WS-IMG-LINE.
           02  WS-IML-DATE     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-IML-TIME     PIC X(6).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-IML-OPER     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-IML-ACTION   PIC X(1).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-IML-VERSION  PIC ZZZZZZZZ9.
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-IML-NAME     PIC X(30).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-IML-TEL      PIC X(15).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-IML-POSTAL   PIC X(8).
       01  WS-IMC-LINE.
           02  FILLER          PIC X(38)   VALUE SPACE.
           02  WS-IMC-TEXT-1   PIC X(40).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-IMC-TEXT-2   PIC X(40).
       01  WS-SUP-LINE.
           02  FILLER          PIC X(5)    VALUE 'FLAG '.
           02  WS-SPL-FLAG     PIC X(1).
           02  FILLER          PIC X(7)    VALUE '  DATE '.
           02  WS-SPL-DATE     PIC X(8).
           02  FILLER          PIC X(7)    VALUE '  OPER '.
           02  WS-SPL-OPER     PIC X(8).
       01  WS-GRP-LINE.
           02  FILLER          PIC X(6)    VALUE 'GROUP '.
           02  WS-GPL-CODE     PIC X(8).
       01  WS-WRK-LINE.
           02  WS-WKL-DATE     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-WKL-TIME     PIC X(6).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-WKL-SEQ      PIC 9(4).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-WKL-REASON   PIC X(5).
           02  FILLER          PIC X(6)    VALUE ' PAIR '.
           02  WS-WKL-HOME-1   PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-WKL-HOME-2   PIC X(20).
           02  FILLER          PIC X(8)    VALUE ' STATUS '.
           02  WS-WKL-STATUS   PIC X(1).
       01  WS-CON-LINE.
           02  FILLER          PIC X(7)    VALUE 'MAILED '.
           02  WS-CNL-DATE     PIC X(8).
           02  FILLER          PIC X(11)   VALUE '  CAMPAIGN '.
           02  WS-CNL-CAMPAIGN PIC X(8).
           02  FILLER          PIC X(8)    VALUE '  GROUP '.
           02  WS-CNL-GROUP    PIC X(8).
       01  WS-RET-LINE.
           02  FILLER          PIC X(8)    VALUE 'RETURNS '.
           02  WS-RTL-COUNT    PIC ZZZ9.
           02  FILLER          PIC X(8)    VALUE '  FIRST '.
           02  WS-RTL-FIRST    PIC X(8).
           02  FILLER          PIC X(7)    VALUE '  LAST '.
           02  WS-RTL-LAST     PIC X(8).
           02  FILLER          PIC X(9)    VALUE '  REASON '.
           02  WS-RTL-REASON   PIC X(2).
           02  FILLER          PIC X(7)    VALUE '  HOLD '.
           02  WS-RTL-HOLD     PIC X(1).
       01  WS-APR-LINE.
           02  FILLER          PIC X(10)   VALUE 'REQUESTED '.
           02  WS-APL-DATE     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-APL-TIME     PIC X(6).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-APL-TERM     PIC X(8).
           02  FILLER          PIC X(4)    VALUE ' BY '.
           02  WS-APL-OPER     PIC X(8).
           02  FILLER          PIC X(8)    VALUE ' ACTION '.
           02  WS-APL-ACTION   PIC X(1).
           02  FILLER          PIC X(8)    VALUE ' STATUS '.
           02  WS-APL-STATUS   PIC X(1).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-APL-REASON   PIC X(40).
       01  WS-AUD-LINE.
           02  WS-ADL-FILE     PIC X(24).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-ADL-DATE     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-ADL-TIME     PIC X(6).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-ADL-TERM     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-ADL-OPER     PIC X(8).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-ADL-KEY      PIC X(30).
       01  WS-FAIL-LINE.
           02  FILLER          PIC X(16)   VALUE 'NOT REMOVED -- '.
           02  WS-FLL-FUNC     PIC X(9).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-FLL-PATH     PIC X(16).
           02  FILLER          PIC X(8)    VALUE ' MCP-RC='.
           02  WS-FLL-RC       PIC -9(4).
       01  WS-SUM-LINE.
           02  FILLER          PIC X(2)    VALUE SPACE.
           02  WS-SML-STORE    PIC X(20).
           02  FILLER          PIC X(7)    VALUE ' FOUND '.
           02  WS-SML-FOUND    PIC ZZZ,ZZ9.
           02  WS-SML-TAIL.
               03  WS-SML-LABEL    PIC X(10).
               03  WS-SML-DONE     PIC ZZZ,ZZ9.
       01  WS-REQ-LINE.
           02  WS-RQL-REF      PIC X(10).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-RQL-TYPE     PIC X(1).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-RQL-TEXT-1   PIC X(30).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-RQL-TEXT-2   PIC X(20).
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  WS-RQL-NOTE     PIC X(20).
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
       COPY    DB-OPR.
       COPY    DB-SUP.
       COPY    DB-GRP.
       COPY    DB-WRK.
       COPY    DB-CON.
       COPY    DB-RET.
       COPY    DB-APR.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           MOVE    WS-RUN-STAMP(1:8)       TO  WS-RUN-DATE.
           PERFORM 050-READ-PARAM.
           IF      FLG-DBABEND =   'N'
               PERFORM 100-READ-REQUESTS
           END-IF.
           IF      FLG-DBABEND =   'N'
               AND FLG-ERASE   =   'Y'
               PERFORM 060-CHECK-APPROVAL
           END-IF.
           IF      FLG-DBABEND =   'N'
               AND FLG-REFUSED =   'N'
               PERFORM 070-LOAD-HARC-INDEX
               PERFORM 075-LOAD-AUD-INDEX
               IF      WS-CNT-NREQ >   ZERO
                   PERFORM 150-RESOLVE-NAMES
               END-IF
               PERFORM 190-CLOSE-REQUESTS
           END-IF.
      *
           IF      FLG-DBABEND =   'Y'
               DISPLAY   'ADRSDSR: ABEND, PATH=' WS-ABEND-PATH
                         ' RC=' WS-ABEND-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               PERFORM 870-WRITE-RUNLOG
               STOP    RUN
           END-IF.
           IF      FLG-REFUSED =   'Y'
               DISPLAY   'ADRSDSR: ERASE REFUSED -- ' WS-REFUSE-WHY
                         ' ' WS-REFUSE-OPER
                   UPON    CONSOLE
      *        the run-sheet shows which store turned the run away
               MOVE    PATH-OPR-PRIMARY    TO  WS-ABEND-PATH
               MOVE    ZERO                TO  WS-ABEND-RC
               MOVE    8           TO  RETURN-CODE
               PERFORM 870-WRITE-RUNLOG
               STOP    RUN
           END-IF.
      *
           OPEN    OUTPUT       REPORT-FILE.
           IF      FLG-ERASE   =   'Y'
               OPEN    OUTPUT       CERT-FILE
               PERFORM 450-WRITE-CERT-HEAD
           END-IF.
      *
      *    every store is searched (and in ERASE cleared) one after
      *    the other; the lines come back together person by person
           SORT    SORT-FILE
                   ON  ASCENDING  KEY     SORT-SUB
                                          SORT-STORE
                                          SORT-SEQ
                   INPUT   PROCEDURE  IS  200-COLLECT
                   OUTPUT  PROCEDURE  IS  400-PRINT-SUBJECTS.
           PERFORM 500-LIST-NOT-ACTED.
      *
           IF      FLG-ERASE   =   'Y'
               PERFORM 470-WRITE-CERT-FOOT
               CLOSE   CERT-FILE
           END-IF.
           IF      FLG-DBABEND =   'Y'
               CLOSE   REPORT-FILE
               DISPLAY   'ADRSDSR: ABEND, PATH=' WS-ABEND-PATH
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
      *    the mode is never assumed: an erasure has to be asked for
           OPEN    INPUT        PARAM-FILE.
           IF      WS-PRM-STAT NOT =   '00'
               MOVE   'ADRSDSR.PRM'    TO  WS-ABEND-PATH
               MOVE    WS-PRM-STAT     TO  WS-ABEND-RC
               MOVE   'Y'              TO  FLG-DBABEND
           ELSE
               READ    PARAM-FILE
                   AT  END
                       CONTINUE
                   NOT AT  END
                       MOVE    PRM-REC(1:6)    TO  WS-MODE
                       MOVE    PRM-REC(8:8)    TO  WS-OPER
                       MOVE    PRM-REC(17:8)   TO  WS-APPROVER
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
                           IF      PRM-REC(1:6)    =   'AUDARC'
                               MOVE    PRM-REC(9:8)    TO  WS-ADD-DATE
                               PERFORM 085-ADD-AUDARC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   PARAM-FILE
      *
               EVALUATE    WS-MODE
                 WHEN    'REPORT'
                   CONTINUE
                 WHEN    'ERASE'
                   MOVE   'Y'          TO  FLG-ERASE
                 WHEN     OTHER
                   DISPLAY   'ADRSDSR: PARAMETER NEEDS REPORT OR '
                             'ERASE, PRM=[' WS-MODE ']'
                       UPON    CONSOLE
                   MOVE   'ADRSDSR.PRM'    TO  WS-ABEND-PATH
                   MOVE    ZERO            TO  WS-ABEND-RC
                   MOVE   'Y'              TO  FLG-DBABEND
               END-EVALUATE
           END-IF.
      *
           MOVE    WS-MODE         TO  WS-HDG-MODE.
           MOVE    WS-RUN-START    TO  WS-HDG-STAMP.
           MOVE    WS-OPER         TO  WS-HDG-OPER.
           MOVE    WS-APPROVER     TO  WS-HDG-APPROVER.
           DISPLAY   'ADRSDSR: MODE=' WS-MODE
                     ' OPERATOR=' WS-OPER ' APPROVER=' WS-APPROVER
               UPON    CONSOLE.
      **************************************************************************
       060-CHECK-APPROVAL       SECTION.
      *    an erasure cannot be undone, so it takes two supervisors:
      *    the one who runs it and a different one who approved it
           EVALUATE    TRUE
             WHEN    WS-OPER     =   SPACE
             WHEN    WS-APPROVER =   SPACE
               MOVE   'Y'          TO  FLG-REFUSED
               MOVE   'NEEDS AN OPERATOR AND AN APPROVER'
                                   TO  WS-REFUSE-WHY
             WHEN    WS-OPER     =   WS-APPROVER
               MOVE   'Y'          TO  FLG-REFUSED
               MOVE   'OPERATOR MAY NOT APPROVE OWN ERASURE'
                                   TO  WS-REFUSE-WHY
               MOVE    WS-OPER     TO  WS-REFUSE-OPER
             WHEN     OTHER
               MOVE    WS-OPER     TO  WS-CHK-OPER
               PERFORM 065-CHECK-ONE-OPER
               IF      FLG-DBABEND =   'N'
                   AND FLG-REFUSED =   'N'
                   MOVE    WS-APPROVER TO  WS-CHK-OPER
                   PERFORM 065-CHECK-ONE-OPER
               END-IF
           END-EVALUATE.
      **************************************************************************
       065-CHECK-ONE-OPER       SECTION.
           PERFORM 810-FETCH-ONE-OPR.
      *    only the clean not-found codes mean "no profile"; a failed
      *    lookup abends rather than refusing on a guess
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      OPR-AUTH    NOT =   '2'
                   MOVE   'Y'          TO  FLG-REFUSED
                   MOVE   'NOT AUTHORITY 2:'   TO  WS-REFUSE-WHY
                   MOVE    WS-CHK-OPER TO  WS-REFUSE-OPER
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               MOVE   'Y'          TO  FLG-REFUSED
               MOVE   'NO OPERATOR PROFILE FOR'    TO  WS-REFUSE-WHY
               MOVE    WS-CHK-OPER TO  WS-REFUSE-OPER
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       070-LOAD-HARC-INDEX      SECTION.
      *    a person's history can sit in any archive ever written, so
      *    every archive on the index is searched whatever its cutoff.
      *    no index yet simply means nothing has been archived
           OPEN    INPUT        HIDX-FILE.
           IF      WS-IDX-STAT =   '00'
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    HIDX-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           MOVE    IDX-ARCH-DATE   TO  WS-ADD-DATE
                           PERFORM 080-ADD-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE   HIDX-FILE
           END-IF.
      **************************************************************************
       075-LOAD-AUD-INDEX       SECTION.
           OPEN    INPUT        AIDX-FILE.
           IF      WS-IDX-STAT =   '00'
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    AIDX-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           MOVE    AIX-ARCH-DATE   TO  WS-ADD-DATE
                           PERFORM 085-ADD-AUDARC
                   END-READ
               END-PERFORM
               CLOSE   AIDX-FILE
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
                   DISPLAY   'ADRSDSR: ARCHIVE TABLE FULL, SKIPPED '
                             WS-ADD-DATE
                       UPON    CONSOLE
                   ADD     1               TO  WS-CNT-HARC-MISS
               END-IF
           END-IF.
      **************************************************************************
       085-ADD-AUDARC           SECTION.
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-AUA-COUNT
                   OR      WS-AUA-ENTRY(K) =   WS-ADD-DATE
               CONTINUE
           END-PERFORM.
      *
           IF      K   >   WS-AUA-COUNT
               IF      WS-AUA-COUNT    <   WS-ARC-MAX
                   ADD     1               TO  WS-AUA-COUNT
                   MOVE    WS-ADD-DATE
                       TO  WS-AUA-ENTRY(WS-AUA-COUNT)
               ELSE
                   DISPLAY   'ADRSDSR: AUDIT ARCHIVE TABLE FULL, '
                             'SKIPPED ' WS-ADD-DATE
                       UPON    CONSOLE
                   ADD     1               TO  WS-CNT-AUD-MISS
               END-IF
           END-IF.
      **************************************************************************
       100-READ-REQUESTS        SECTION.
           OPEN    INPUT        REQUEST-FILE.
           IF      WS-REQ-STAT NOT =   '00'
               MOVE   'ADRSDSR.DAT'    TO  WS-ABEND-PATH
               MOVE    WS-REQ-STAT     TO  WS-ABEND-RC
               MOVE   'Y'              TO  FLG-DBABEND
           ELSE
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    REQUEST-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           IF      REQ-NAME-REC    NOT =   SPACE
                               PERFORM 110-ADD-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   REQUEST-FILE
           END-IF.
      **************************************************************************
       110-ADD-REQUEST          SECTION.
           ADD     1           TO  WS-CNT-REQ.
           IF      WS-REQ-CNT  >=  WS-REQ-MAX
               DISPLAY   'ADRSDSR: REQUEST TABLE FULL, SKIPPED '
                         REQ-REF
                   UPON    CONSOLE
               ADD     1           TO  WS-CNT-REQSKIP
           ELSE
               ADD     1           TO  WS-REQ-CNT
               MOVE    WS-REQ-CNT  TO  WS-ADD-REQ
               INITIALIZE  WS-REQ-ENT(WS-ADD-REQ)
               MOVE    REQ-TYPE    TO  WS-REQ-TYPE(WS-ADD-REQ)
               MOVE    REQ-REF     TO  WS-REQ-REF(WS-ADD-REQ)
               EVALUATE    REQ-TYPE
                 WHEN    'K'
                   MOVE    REQ-SITE    TO  WS-REQ-SITE(WS-ADD-REQ)
                   MOVE    REQ-HOME    TO  WS-REQ-HOME(WS-ADD-REQ)
                   IF      REQ-SITE    =   SPACE
                       OR  REQ-HOME    =   SPACE
                       MOVE   'SITE OR KEY MISSING'
                           TO  WS-REQ-NOTE(WS-ADD-REQ)
                   ELSE
                       MOVE    REQ-SITE    TO  WS-CHK-SITE
                       MOVE    REQ-HOME    TO  WS-CHK-HOME
                       PERFORM 160-ADD-SUBJECT
                   END-IF
                 WHEN    'N'
                   MOVE    REQ-NAME    TO  WS-REQ-NAME(WS-ADD-REQ)
                   MOVE    REQ-TEL     TO  WS-REQ-TEL(WS-ADD-REQ)
      *            a name alone is too common to erase anybody by
                   IF      REQ-NAME    =   SPACE
                       OR  REQ-TEL     =   SPACE
                       MOVE   'NAME OR TEL MISSING'
                           TO  WS-REQ-NOTE(WS-ADD-REQ)
                   ELSE
                       ADD     1           TO  WS-CNT-NREQ
                   END-IF
                 WHEN     OTHER
                   MOVE   'NOT A K OR N RECORD'
                       TO  WS-REQ-NOTE(WS-ADD-REQ)
               END-EVALUATE
           END-IF.
      **************************************************************************
       150-RESOLVE-NAMES        SECTION.
      *    a name-and-telephone request stands for every key that
      *    carries both, now or in any version ever held
           PERFORM 152-SCAN-ADRS.
           IF      FLG-DBABEND =   'N'
               PERFORM 154-SCAN-HIST
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM VARYING K   FROM    1   BY  1
                       UNTIL   K   >   WS-ARC-COUNT
                   MOVE    WS-ARC-ENTRY(K) TO  WS-HARC-DATE
                   MOVE    WS-HARC-NAME    TO  WS-SCAN-NAME
                   PERFORM 156-SCAN-HARC
               END-PERFORM
           END-IF.
      **************************************************************************
       152-SCAN-ADRS            SECTION.
           MOVE    SPACE       TO  ADR-SITE.
           MOVE    SPACE       TO  ADR-HOME.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      *
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSDSR: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 800-DBFETCH-ADRS
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   MOVE    ADR-SITE    TO  WS-CHK-SITE
                   MOVE    ADR-HOME    TO  WS-CHK-HOME
                   MOVE    ADR-NAME    TO  WS-CHK-NAME
                   MOVE    ADR-TEL     TO  WS-CHK-TEL
                   PERFORM 158-MATCH-NAME
                   PERFORM 800-DBFETCH-ADRS
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       154-SCAN-HIST            SECTION.
           INITIALIZE  ADRSHIST.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-HIST-PRIMARY   TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSHIST.
      *
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'ADRSDSR: DBSELECT FAILED, MCP-RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 880-FLAG-ABEND
           ELSE
               PERFORM 803-DBFETCH-HIST
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   MOVE    HIST-SITE   TO  WS-CHK-SITE
                   MOVE    HIST-HOME   TO  WS-CHK-HOME
                   MOVE    HIST-NAME   TO  WS-CHK-NAME
                   MOVE    HIST-TEL    TO  WS-CHK-TEL
                   PERFORM 158-MATCH-NAME
                   PERFORM 803-DBFETCH-HIST
               END-PERFORM
               IF      NOT MCP-RC-EOD
                   PERFORM 880-FLAG-ABEND
               END-IF
           END-IF.
      **************************************************************************
       156-SCAN-HARC            SECTION.
      *    an archive not on hand is reported by the search pass
           OPEN    INPUT        SCAN-FILE.
           IF      WS-SCN-STAT =   '00'
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    SCAN-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           MOVE    ARC-SITE    TO  WS-CHK-SITE
                           MOVE    ARC-HOME    TO  WS-CHK-HOME
                           MOVE    ARC-NAME    TO  WS-CHK-NAME
                           MOVE    ARC-TEL     TO  WS-CHK-TEL
                           PERFORM 158-MATCH-NAME
                   END-READ
               END-PERFORM
               CLOSE   SCAN-FILE
           END-IF.
      **************************************************************************
       158-MATCH-NAME           SECTION.
           PERFORM VARYING WS-REQ-IX   FROM    1   BY  1
                   UNTIL   WS-REQ-IX   >   WS-REQ-CNT
               IF      WS-REQ-TYPE(WS-REQ-IX)  =   'N'
                   AND WS-REQ-NOTE(WS-REQ-IX)  =   SPACE
                   AND WS-REQ-NAME(WS-REQ-IX)  =   WS-CHK-NAME
                   AND WS-REQ-TEL(WS-REQ-IX)   =   WS-CHK-TEL
                   MOVE    WS-REQ-IX   TO  WS-ADD-REQ
                   PERFORM 160-ADD-SUBJECT
               END-IF
           END-PERFORM.
      **************************************************************************
       160-ADD-SUBJECT          SECTION.
      *    a key reached by more than one request is handled once,
      *    under the first request that named it
           PERFORM 300-FIND-SUBJECT.
           IF      WS-SUB-IX   =   ZERO
               IF      WS-SUB-CNT  <   WS-SUB-MAX
                   ADD     1               TO  WS-SUB-CNT
                   MOVE    WS-SUB-CNT      TO  WS-SUB-IX
                   INITIALIZE  WS-SUB-ENT(WS-SUB-IX)
                   MOVE    WS-ADD-REQ      TO  WS-SUB-REQ(WS-SUB-IX)
                   MOVE    WS-CHK-SITE     TO  WS-SUB-SITE(WS-SUB-IX)
                   MOVE    WS-CHK-HOME     TO  WS-SUB-HOME(WS-SUB-IX)
                   ADD     1   TO  WS-REQ-HITS(WS-ADD-REQ)
                   MOVE    WS-CHK-HOME     TO  WS-ADD-TERM
                   PERFORM 170-ADD-TERM
               ELSE
                   DISPLAY   'ADRSDSR: KEY TABLE FULL, REQUEST '
                             WS-REQ-REF(WS-ADD-REQ) ' KEY '
                             WS-CHK-HOME ' NOT TAKEN'
                       UPON    CONSOLE
                   MOVE   'TOO MANY KEYS'
                       TO  WS-REQ-NOTE(WS-ADD-REQ)
               END-IF
           ELSE
               ADD     1   TO  WS-REQ-HITS(WS-ADD-REQ)
           END-IF.
      **************************************************************************
       170-ADD-TERM             SECTION.
           IF      WS-ADD-TERM NOT =   SPACE
               PERFORM VARYING WS-TRM-IX   FROM    1   BY  1
                       UNTIL   WS-TRM-IX   >   WS-TRM-CNT
                       OR  (   WS-TRM-SUB(WS-TRM-IX)   =   WS-SUB-IX
                           AND WS-TRM-TEXT(WS-TRM-IX)  =   WS-ADD-TERM )
                   CONTINUE
               END-PERFORM
               IF      WS-TRM-IX   >   WS-TRM-CNT
                   IF      WS-TRM-CNT  <   WS-TRM-MAX
                       ADD     1               TO  WS-TRM-CNT
                       MOVE    WS-SUB-IX   TO  WS-TRM-SUB(WS-TRM-CNT)
                       MOVE    WS-ADD-TERM TO  WS-TRM-TEXT(WS-TRM-CNT)
                   ELSE
                       DISPLAY   'ADRSDSR: TERM TABLE FULL, '
                                 WS-ADD-TERM ' NOT SEARCHED'
                           UPON    CONSOLE
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       190-CLOSE-REQUESTS       SECTION.
           PERFORM VARYING WS-REQ-IX   FROM    1   BY  1
                   UNTIL   WS-REQ-IX   >   WS-REQ-CNT
               IF      WS-REQ-NOTE(WS-REQ-IX)  =   SPACE
                   AND WS-REQ-HITS(WS-REQ-IX)  =   ZERO
                   MOVE   'NOTHING HELD'   TO  WS-REQ-NOTE(WS-REQ-IX)
               END-IF
               IF      WS-REQ-NOTE(WS-REQ-IX)  NOT =   SPACE
                   ADD     1       TO  WS-CNT-REQBAD
               END-IF
           END-PERFORM.
      **************************************************************************
       200-COLLECT              SECTION.
      *    every key gets its page, held or not
           MOVE    SPACE       TO  WS-DETAIL-LINE.
           MOVE    ZERO        TO  WS-STORE-IX.
           PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                   UNTIL   WS-SUB-IX   >   WS-SUB-CNT
               PERFORM 320-RELEASE-LINE
           END-PERFORM.
      *
      *    the erased row goes on first, so that whatever happens
      *    later in the run the person can never be loaded again;
      *    a key that cannot be marked erased stops the run before
      *    anything of it is taken away
           PERFORM 210-PASS-SUP.
           IF      FLG-DBABEND =   'N'
               PERFORM 220-PASS-ADRS
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM 230-PASS-HIST
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM 240-PASS-HARC
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM 250-PASS-GRP
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM 260-PASS-WRK
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM 270-PASS-CON
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM 280-PASS-RET
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM 286-PASS-APR
           END-IF.
           IF      FLG-DBABEND =   'N'
               PERFORM 290-PASS-AUDIT
           END-IF.
      *    the CRM is told even after an abend, for every key whose
      *    record has already gone
           IF      FLG-ERASE   =   'Y'
               PERFORM 298-QUEUE-RESEND
           END-IF.
      **************************************************************************
       210-PASS-SUP             SECTION.
           MOVE    1           TO  WS-STORE-IX.
           PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                   UNTIL   WS-SUB-IX   >   WS-SUB-CNT
                   OR      FLG-DBABEND =   'Y'
               PERFORM 215-SUP-ONE
           END-PERFORM.
      **************************************************************************
       215-SUP-ONE              SECTION.
           MOVE    WS-SUB-SITE(WS-SUB-IX)  TO  WS-CHK-SITE.
           MOVE    WS-SUB-HOME(WS-SUB-IX)  TO  WS-CHK-HOME.
           PERFORM 815-FETCH-ONE-SUP.
           IF      FLG-DBABEND =   'N'
               IF      WS-SUP-FOUND    =   'Y'
                   ADD     1   TO  WS-SUB-FOUND(WS-SUB-IX, 1)
                   MOVE    SUP-FLAG    TO  WS-SUB-SUP-FLAG(WS-SUB-IX)
                   MOVE    SUP-FLAG        TO  WS-SPL-FLAG
                   MOVE    SUP-DATE        TO  WS-SPL-DATE
                   MOVE    SUP-OPER        TO  WS-SPL-OPER
                   MOVE   'SUPPRESS'       TO  WS-DTL-TAG
                   MOVE    WS-SUP-LINE     TO  WS-DTL-TEXT
                   PERFORM 320-RELEASE-LINE
               END-IF
               IF      FLG-ERASE   =   'Y'
                   PERFORM 217-SUP-ERASE
               END-IF
           END-IF.
      **************************************************************************
       217-SUP-ERASE            SECTION.
      *    the key alone survives, flagged erased: nothing else about
      *    the person is kept, and the loads refuse the key
           MOVE    WS-CHK-SITE     TO  SUP-SITE.
           MOVE    WS-CHK-HOME     TO  SUP-HOME.
           MOVE   'E'              TO  SUP-FLAG.
           MOVE    WS-RUN-DATE     TO  SUP-DATE.
           MOVE    WS-OPER         TO  SUP-OPER.
           IF      WS-SUP-FOUND    =   'Y'
               PERFORM 817-DBUPDATE-SUP
           ELSE
               PERFORM 816-DBINSERT-SUP
           END-IF.
           IF      MCP-RC      =   ZERO
               ADD     1       TO  WS-SUB-DONE(WS-SUB-IX, 1)
           ELSE
               PERFORM 330-NOT-REMOVED
               PERFORM 880-FLAG-ABEND
           END-IF.
      **************************************************************************
       220-PASS-ADRS            SECTION.
           MOVE    2           TO  WS-STORE-IX.
           PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                   UNTIL   WS-SUB-IX   >   WS-SUB-CNT
                   OR      FLG-DBABEND =   'Y'
               PERFORM 225-ADRS-ONE
           END-PERFORM.
      **************************************************************************
       225-ADRS-ONE             SECTION.
           MOVE    WS-SUB-SITE(WS-SUB-IX)  TO  WS-CHK-SITE.
           MOVE    WS-SUB-HOME(WS-SUB-IX)  TO  WS-CHK-HOME.
           PERFORM 820-FETCH-ONE-ADRS.
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               ADD     1   TO  WS-SUB-FOUND(WS-SUB-IX, 2)
               MOVE    ADR-NAME        TO  WS-ADD-TERM
               PERFORM 170-ADD-TERM
               MOVE    ADR-TEL         TO  WS-ADD-TERM
               PERFORM 170-ADD-TERM
               MOVE    SPACE           TO  WS-IMG-DATE
               MOVE    SPACE           TO  WS-IMG-TIME
               MOVE    SPACE           TO  WS-IMG-OPER
               MOVE    SPACE           TO  WS-IMG-ACTION
               MOVE    ADR-NAME        TO  WS-IMG-NAME
               MOVE    ADR-TEL         TO  WS-IMG-TEL
               PERFORM VARYING J   FROM    1   BY  1
                       UNTIL   J   >   3
                   MOVE    ADR-ADDRESS(J)  TO  WS-IMG-ADDRESS(J)
               END-PERFORM
               IF      ADR-VERSION     NUMERIC
                   MOVE    ADR-VERSION     TO  WS-IMG-VERSION
               ELSE
                   MOVE    ZERO            TO  WS-IMG-VERSION
               END-IF
               MOVE    ADR-POSTAL      TO  WS-IMG-POSTAL
               MOVE    ADR-PREF-CITY   TO  WS-IMG-PREF-CITY
               MOVE    ADR-STREET      TO  WS-IMG-STREET
               MOVE   'CURRENT'        TO  WS-DTL-TAG
               PERFORM 325-RELEASE-IMAGE
               IF      FLG-ERASE   =   'Y'
                   PERFORM 801-DBDELETE-ADRS
                   IF      MCP-RC      =   ZERO
                       ADD     1   TO  WS-SUB-DONE(WS-SUB-IX, 2)
                   ELSE
                       PERFORM 330-NOT-REMOVED
                   END-IF
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       230-PASS-HIST            SECTION.
           MOVE    3           TO  WS-STORE-IX.
           MOVE    ZERO        TO  WS-DEL-CNT.
           PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                   UNTIL   WS-SUB-IX   >   WS-SUB-CNT
                   OR      FLG-DBABEND =   'Y'
               PERFORM 235-HIST-ONE
           END-PERFORM.
      *
           IF      FLG-ERASE   =   'Y'
               AND FLG-DBABEND =   'N'
               PERFORM VARYING WS-DEL-IX   FROM    1   BY  1
                       UNTIL   WS-DEL-IX   >   WS-DEL-CNT
                   PERFORM 238-DELETE-HIST
               END-PERFORM
           END-IF.
      **************************************************************************
       235-HIST-ONE             SECTION.
           MOVE    WS-SUB-SITE(WS-SUB-IX)  TO  WS-CHK-SITE.
           MOVE    WS-SUB-HOME(WS-SUB-IX)  TO  WS-CHK-HOME.
           PERFORM 805-DBSELECT-HIST.
           IF      MCP-RC      =   ZERO
               PERFORM 806-DBFETCH-HIST-KEY
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   PERFORM 236-TAKE-HIST
                   PERFORM 806-DBFETCH-HIST-KEY
               END-PERFORM
           END-IF.
           IF      NOT MCP-RC-EOD
               AND NOT MCP-RC-KEYBOUND
               PERFORM 880-FLAG-ABEND
           END-IF.
      **************************************************************************
       236-TAKE-HIST            SECTION.
           ADD     1   TO  WS-SUB-FOUND(WS-SUB-IX, 3).
           MOVE    HIST-NAME       TO  WS-ADD-TERM.
           PERFORM 170-ADD-TERM.
           MOVE    HIST-TEL        TO  WS-ADD-TERM.
           PERFORM 170-ADD-TERM.
           MOVE    HIST-DATE       TO  WS-IMG-DATE.
           MOVE    HIST-TIME       TO  WS-IMG-TIME.
           MOVE    HIST-OPER       TO  WS-IMG-OPER.
           MOVE    HIST-ACTION     TO  WS-IMG-ACTION.
           MOVE    HIST-NAME       TO  WS-IMG-NAME.
           MOVE    HIST-TEL        TO  WS-IMG-TEL.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               MOVE    HIST-ADDRESS(J) TO  WS-IMG-ADDRESS(J)
           END-PERFORM.
           IF      HIST-VERSION    NUMERIC
               MOVE    HIST-VERSION    TO  WS-IMG-VERSION
           ELSE
               MOVE    ZERO            TO  WS-IMG-VERSION
           END-IF.
           MOVE    HIST-POSTAL     TO  WS-IMG-POSTAL.
           MOVE    HIST-PREF-CITY  TO  WS-IMG-PREF-CITY.
           MOVE    HIST-STREET     TO  WS-IMG-STREET.
           MOVE   'HISTORY'        TO  WS-DTL-TAG.
           PERFORM 325-RELEASE-IMAGE.
      *
           IF      FLG-ERASE   =   'Y'
               INITIALIZE  WS-DEL-NEW
               MOVE    HIST-SITE       TO  WS-DLN-SITE
               MOVE    HIST-HOME       TO  WS-DLN-HOME
               MOVE    HIST-DATE       TO  WS-DLN-DATE
               MOVE    HIST-TIME       TO  WS-DLN-TIME
               PERFORM 340-ADD-DELETE
           END-IF.
      **************************************************************************
       238-DELETE-HIST          SECTION.
           MOVE    WS-DEL-SUB(WS-DEL-IX)   TO  WS-SUB-IX.
           INITIALIZE  ADRSHIST.
           MOVE    WS-DEL-SITE(WS-DEL-IX)  TO  HIST-SITE.
           MOVE    WS-DEL-HOME(WS-DEL-IX)  TO  HIST-HOME.
           MOVE    WS-DEL-DATE(WS-DEL-IX)  TO  HIST-DATE.
           MOVE    WS-DEL-TIME(WS-DEL-IX)  TO  HIST-TIME.
           PERFORM 807-DBDELETE-HIST.
           IF      MCP-RC      =   ZERO
               ADD     1   TO  WS-SUB-DONE(WS-SUB-IX, 3)
           ELSE
               PERFORM 330-NOT-REMOVED
           END-IF.
      **************************************************************************
       240-PASS-HARC            SECTION.
           MOVE    4           TO  WS-STORE-IX.
      *    a file that could not be put back stops the pass, so that
      *    its copy on ADRSDSR.TMP is not overwritten by the next one
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-ARC-COUNT
                   OR      FLG-DBABEND =   'Y'
               MOVE    WS-ARC-ENTRY(K) TO  WS-HARC-DATE
               MOVE    WS-HARC-NAME    TO  WS-SCAN-NAME
               PERFORM 245-HARC-FILE
           END-PERFORM.
      **************************************************************************
       245-HARC-FILE            SECTION.
      *    an archive the index names but that is no longer on hand
      *    is reported, not fatal -- it can hold nothing to erase
           PERFORM 310-CLEAR-FILE-HITS.
           OPEN    INPUT        SCAN-FILE.
           IF      WS-SCN-STAT NOT =   '00'
               DISPLAY   'ADRSDSR: ARCHIVE ' WS-SCAN-NAME(1:21)
                         ' NOT USABLE, STATUS=' WS-SCN-STAT
                   UPON    CONSOLE
               ADD     1           TO  WS-CNT-HARC-MISS
           ELSE
               ADD     1           TO  WS-CNT-HARC-READ
               IF      FLG-ERASE   =   'Y'
                   PERFORM 342-OPEN-TEMP
               END-IF
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    SCAN-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           PERFORM 247-HARC-ROW
                   END-READ
               END-PERFORM
               CLOSE   SCAN-FILE
               IF      FLG-ERASE   =   'Y'
                   PERFORM 346-END-TEMP
               END-IF
           END-IF.
      **************************************************************************
       247-HARC-ROW             SECTION.
           MOVE    ARC-SITE    TO  WS-CHK-SITE.
           MOVE    ARC-HOME    TO  WS-CHK-HOME.
           PERFORM 300-FIND-SUBJECT.
           IF      WS-SUB-IX   =   ZERO
      *        everybody else's rows are copied back as they were
               IF      FLG-ERASE   =   'Y'
                   PERFORM 344-WRITE-TEMP
               END-IF
           ELSE
               ADD     1   TO  WS-SUB-FOUND(WS-SUB-IX, 4)
               ADD     1   TO  WS-SUB-FILE-HITS(WS-SUB-IX)
               ADD     1   TO  WS-FILE-HITS
               MOVE    ARC-NAME        TO  WS-ADD-TERM
               PERFORM 170-ADD-TERM
               MOVE    ARC-TEL         TO  WS-ADD-TERM
               PERFORM 170-ADD-TERM
               MOVE    ARC-DATE        TO  WS-IMG-DATE
               MOVE    ARC-TIME        TO  WS-IMG-TIME
               MOVE    ARC-OPER        TO  WS-IMG-OPER
               MOVE    ARC-ACTION      TO  WS-IMG-ACTION
               MOVE    ARC-NAME        TO  WS-IMG-NAME
               MOVE    ARC-TEL         TO  WS-IMG-TEL
               PERFORM VARYING J   FROM    1   BY  1
                       UNTIL   J   >   3
                   MOVE    ARC-ADDRESS(J)  TO  WS-IMG-ADDRESS(J)
               END-PERFORM
               IF      ARC-VERSION     NUMERIC
                   MOVE    ARC-VERSION     TO  WS-IMG-VERSION
               ELSE
                   MOVE    ZERO            TO  WS-IMG-VERSION
               END-IF
               MOVE    ARC-POSTAL      TO  WS-IMG-POSTAL
               MOVE    ARC-PREF-CITY   TO  WS-IMG-PREF-CITY
               MOVE    ARC-STREET      TO  WS-IMG-STREET
               MOVE   'HIST ARC'       TO  WS-DTL-TAG
               PERFORM 325-RELEASE-IMAGE
           END-IF.
      **************************************************************************
       250-PASS-GRP             SECTION.
           MOVE    5           TO  WS-STORE-IX.
           MOVE    ZERO        TO  WS-DEL-CNT.
           PERFORM 830-DBSELECT-GRP.
           IF      MCP-RC      =   ZERO
               PERFORM 831-DBFETCH-GRP
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
      *            header rows carry no person
                   IF      GRP-HOME    NOT =   SPACE
                       MOVE    GRP-SITE    TO  WS-CHK-SITE
                       MOVE    GRP-HOME    TO  WS-CHK-HOME
                       PERFORM 300-FIND-SUBJECT
                       IF      WS-SUB-IX   >   ZERO
                           PERFORM 255-TAKE-GRP
                       END-IF
                   END-IF
                   PERFORM 831-DBFETCH-GRP
               END-PERFORM
           END-IF.
           IF      NOT MCP-RC-EOD
               PERFORM 880-FLAG-ABEND
           END-IF.
      *
           IF      FLG-ERASE   =   'Y'
               AND FLG-DBABEND =   'N'
               PERFORM VARYING WS-DEL-IX   FROM    1   BY  1
                       UNTIL   WS-DEL-IX   >   WS-DEL-CNT
                   PERFORM 258-DELETE-GRP
               END-PERFORM
           END-IF.
      **************************************************************************
       255-TAKE-GRP             SECTION.
           ADD     1   TO  WS-SUB-FOUND(WS-SUB-IX, 5).
           MOVE    GRP-CODE        TO  WS-GPL-CODE.
           MOVE   'GROUP'          TO  WS-DTL-TAG.
           MOVE    WS-GRP-LINE     TO  WS-DTL-TEXT.
           PERFORM 320-RELEASE-LINE.
           IF      FLG-ERASE   =   'Y'
               INITIALIZE  WS-DEL-NEW
               MOVE    GRP-SITE        TO  WS-DLN-SITE
               MOVE    GRP-HOME        TO  WS-DLN-HOME
               MOVE    GRP-CODE        TO  WS-DLN-CODE
               PERFORM 340-ADD-DELETE
           END-IF.
      **************************************************************************
       258-DELETE-GRP           SECTION.
           MOVE    WS-DEL-SUB(WS-DEL-IX)   TO  WS-SUB-IX.
           MOVE    WS-DEL-SITE(WS-DEL-IX)  TO  GRP-SITE.
           MOVE    WS-DEL-CODE(WS-DEL-IX)  TO  GRP-CODE.
           MOVE    SPACE                   TO  GRP-NAME.
           MOVE    WS-DEL-HOME(WS-DEL-IX)  TO  GRP-HOME.
           PERFORM 833-DBDELETE-GRP.
           IF      MCP-RC      =   ZERO
               ADD     1   TO  WS-SUB-DONE(WS-SUB-IX, 5)
           ELSE
               PERFORM 330-NOT-REMOVED
           END-IF.
      **************************************************************************
       260-PASS-WRK             SECTION.
           MOVE    6           TO  WS-STORE-IX.
           MOVE    ZERO        TO  WS-DEL-CNT.
           PERFORM 835-DBSELECT-WRK.
           IF      MCP-RC      =   ZERO
               PERFORM 836-DBFETCH-WRK
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
      *            a pair goes with either side; it is credited to
      *            the first side asked for
                   MOVE    WRK-SITE    TO  WS-CHK-SITE
                   MOVE    WRK-HOME-1  TO  WS-CHK-HOME
                   PERFORM 300-FIND-SUBJECT
                   IF      WS-SUB-IX   =   ZERO
                       MOVE    WRK-HOME-2  TO  WS-CHK-HOME
                       PERFORM 300-FIND-SUBJECT
                   END-IF
                   IF      WS-SUB-IX   >   ZERO
                       PERFORM 265-TAKE-WRK
                   END-IF
                   PERFORM 836-DBFETCH-WRK
               END-PERFORM
           END-IF.
           IF      NOT MCP-RC-EOD
               PERFORM 880-FLAG-ABEND
           END-IF.
      *
           IF      FLG-ERASE   =   'Y'
               AND FLG-DBABEND =   'N'
               PERFORM VARYING WS-DEL-IX   FROM    1   BY  1
                       UNTIL   WS-DEL-IX   >   WS-DEL-CNT
                   PERFORM 268-DELETE-WRK
               END-PERFORM
           END-IF.
      **************************************************************************
       265-TAKE-WRK             SECTION.
           ADD     1   TO  WS-SUB-FOUND(WS-SUB-IX, 6).
           MOVE    WRK-DATE        TO  WS-WKL-DATE.
           MOVE    WRK-TIME        TO  WS-WKL-TIME.
           MOVE    WRK-SEQ         TO  WS-WKL-SEQ.
           MOVE    WRK-REASON      TO  WS-WKL-REASON.
           MOVE    WRK-HOME-1      TO  WS-WKL-HOME-1.
           MOVE    WRK-HOME-2      TO  WS-WKL-HOME-2.
           MOVE    WRK-STATUS      TO  WS-WKL-STATUS.
           MOVE   'WORKLIST'       TO  WS-DTL-TAG.
           MOVE    WS-WRK-LINE     TO  WS-DTL-TEXT.
           PERFORM 320-RELEASE-LINE.
           IF      FLG-ERASE   =   'Y'
               INITIALIZE  WS-DEL-NEW
               MOVE    WRK-SITE        TO  WS-DLN-SITE
               MOVE    WRK-DATE        TO  WS-DLN-DATE
               MOVE    WRK-TIME        TO  WS-DLN-TIME
               MOVE    WRK-SEQ         TO  WS-DLN-SEQ
               PERFORM 340-ADD-DELETE
           END-IF.
      **************************************************************************
       268-DELETE-WRK           SECTION.
           MOVE    WS-DEL-SUB(WS-DEL-IX)   TO  WS-SUB-IX.
           INITIALIZE  ADRSWRK.
           MOVE    WS-DEL-SITE(WS-DEL-IX)  TO  WRK-SITE.
           MOVE    WS-DEL-DATE(WS-DEL-IX)  TO  WRK-DATE.
           MOVE    WS-DEL-TIME(WS-DEL-IX)  TO  WRK-TIME.
           MOVE    WS-DEL-SEQ(WS-DEL-IX)   TO  WRK-SEQ.
           PERFORM 837-DBDELETE-WRK.
           IF      MCP-RC      =   ZERO
               ADD     1   TO  WS-SUB-DONE(WS-SUB-IX, 6)
           ELSE
               PERFORM 330-NOT-REMOVED
           END-IF.
      **************************************************************************
       270-PASS-CON             SECTION.
           MOVE    7           TO  WS-STORE-IX.
           MOVE    ZERO        TO  WS-DEL-CNT.
           PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                   UNTIL   WS-SUB-IX   >   WS-SUB-CNT
                   OR      FLG-DBABEND =   'Y'
               PERFORM 275-CON-ONE
           END-PERFORM.
      *
           IF      FLG-ERASE   =   'Y'
               AND FLG-DBABEND =   'N'
               PERFORM VARYING WS-DEL-IX   FROM    1   BY  1
                       UNTIL   WS-DEL-IX   >   WS-DEL-CNT
                   PERFORM 278-DELETE-CON
               END-PERFORM
           END-IF.
      **************************************************************************
       275-CON-ONE              SECTION.
           MOVE    WS-SUB-SITE(WS-SUB-IX)  TO  WS-CHK-SITE.
           MOVE    WS-SUB-HOME(WS-SUB-IX)  TO  WS-CHK-HOME.
           PERFORM 840-DBSELECT-CON.
           IF      MCP-RC      =   ZERO
               PERFORM 841-DBFETCH-CON-KEY
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   PERFORM 276-TAKE-CON
                   PERFORM 841-DBFETCH-CON-KEY
               END-PERFORM
           END-IF.
           IF      NOT MCP-RC-EOD
               AND NOT MCP-RC-KEYBOUND
               PERFORM 880-FLAG-ABEND
           END-IF.
      **************************************************************************
       276-TAKE-CON             SECTION.
           ADD     1   TO  WS-SUB-FOUND(WS-SUB-IX, 7).
           MOVE    CON-DATE        TO  WS-CNL-DATE.
           MOVE    CON-CAMPAIGN    TO  WS-CNL-CAMPAIGN.
           MOVE    CON-GROUP       TO  WS-CNL-GROUP.
           MOVE   'CONTACT'        TO  WS-DTL-TAG.
           MOVE    WS-CON-LINE     TO  WS-DTL-TEXT.
           PERFORM 320-RELEASE-LINE.
           IF      FLG-ERASE   =   'Y'
               INITIALIZE  WS-DEL-NEW
               MOVE    CON-SITE        TO  WS-DLN-SITE
               MOVE    CON-HOME        TO  WS-DLN-HOME
               MOVE    CON-DATE        TO  WS-DLN-DATE
               MOVE    CON-CAMPAIGN    TO  WS-DLN-CODE
               PERFORM 340-ADD-DELETE
           END-IF.
      **************************************************************************
       278-DELETE-CON           SECTION.
           MOVE    WS-DEL-SUB(WS-DEL-IX)   TO  WS-SUB-IX.
           MOVE    WS-DEL-SITE(WS-DEL-IX)  TO  CON-SITE.
           MOVE    WS-DEL-HOME(WS-DEL-IX)  TO  CON-HOME.
           MOVE    WS-DEL-DATE(WS-DEL-IX)  TO  CON-DATE.
           MOVE    WS-DEL-CODE(WS-DEL-IX)  TO  CON-CAMPAIGN.
           MOVE    SPACE                   TO  CON-GROUP.
           PERFORM 842-DBDELETE-CON.
           IF      MCP-RC      =   ZERO
               ADD     1   TO  WS-SUB-DONE(WS-SUB-IX, 7)
           ELSE
               PERFORM 330-NOT-REMOVED
           END-IF.
      **************************************************************************
       280-PASS-RET             SECTION.
           MOVE    8           TO  WS-STORE-IX.
           PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                   UNTIL   WS-SUB-IX   >   WS-SUB-CNT
                   OR      FLG-DBABEND =   'Y'
               PERFORM 285-RET-ONE
           END-PERFORM.
      **************************************************************************
       285-RET-ONE              SECTION.
           MOVE    WS-SUB-SITE(WS-SUB-IX)  TO  WS-CHK-SITE.
           MOVE    WS-SUB-HOME(WS-SUB-IX)  TO  WS-CHK-HOME.
           PERFORM 845-FETCH-ONE-RET.
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               ADD     1   TO  WS-SUB-FOUND(WS-SUB-IX, 8)
               MOVE    RET-COUNT       TO  WS-RTL-COUNT
               MOVE    RET-FIRST-DATE  TO  WS-RTL-FIRST
               MOVE    RET-LAST-DATE   TO  WS-RTL-LAST
               MOVE    RET-LAST-REASON TO  WS-RTL-REASON
               MOVE    RET-HOLD        TO  WS-RTL-HOLD
               MOVE   'RETURNED'       TO  WS-DTL-TAG
               MOVE    WS-RET-LINE     TO  WS-DTL-TEXT
               PERFORM 320-RELEASE-LINE
               IF      FLG-ERASE   =   'Y'
                   PERFORM 846-DBDELETE-RET
                   IF      MCP-RC      =   ZERO
                       ADD     1   TO  WS-SUB-DONE(WS-SUB-IX, 8)
                   ELSE
                       PERFORM 330-NOT-REMOVED
                   END-IF
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       286-PASS-APR             SECTION.
      *    requests are found on a full sweep, since a bulk delete or
      *    a merge can name the key anywhere in its list, and are
      *    closed only after the sweep
           MOVE    10          TO  WS-STORE-IX.
           MOVE    ZERO        TO  WS-DEL-CNT.
           PERFORM 850-DBSELECT-APR.
           IF      MCP-RC      =   ZERO
               PERFORM 851-DBFETCH-APR
               PERFORM UNTIL   MCP-RC  NOT =   ZERO
                   PERFORM 287-TAKE-APR
                   PERFORM 851-DBFETCH-APR
               END-PERFORM
           END-IF.
           IF      NOT MCP-RC-EOD
               PERFORM 880-FLAG-ABEND
           END-IF.
      *
           IF      FLG-ERASE   =   'Y'
               AND FLG-DBABEND =   'N'
               PERFORM VARYING WS-DEL-IX   FROM    1   BY  1
                       UNTIL   WS-DEL-IX   >   WS-DEL-CNT
                   PERFORM 288-CLOSE-APR
               END-PERFORM
           END-IF.
      **************************************************************************
       287-TAKE-APR             SECTION.
      *    one listing line per person the request names; the request
      *    is queued for closing once, whoever it names
           MOVE    ZERO        TO  WS-ADD-REQ.
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   APR-KEY-CNT
                   OR      K   >   20
               MOVE    APR-SITE    TO  WS-CHK-SITE
               MOVE    APR-HOME(K) TO  WS-CHK-HOME
               PERFORM 300-FIND-SUBJECT
               IF      WS-SUB-IX   >   ZERO
                   ADD     1   TO  WS-SUB-FOUND(WS-SUB-IX, 10)
                   MOVE    APR-DATE        TO  WS-APL-DATE
                   MOVE    APR-TIME        TO  WS-APL-TIME
                   MOVE    APR-TERM        TO  WS-APL-TERM
                   MOVE    APR-OPER        TO  WS-APL-OPER
                   MOVE    APR-ACTION      TO  WS-APL-ACTION
                   MOVE    APR-STATUS      TO  WS-APL-STATUS
                   MOVE    APR-DEC-REASON  TO  WS-APL-REASON
                   MOVE   'APPROVAL'       TO  WS-DTL-TAG
                   MOVE    WS-APR-LINE     TO  WS-DTL-TEXT
                   PERFORM 320-RELEASE-LINE
                   IF      APR-REST-NAME   NOT =   SPACE
                       OR  APR-REST-TEL    NOT =   SPACE
                       PERFORM 289-RELEASE-REST
                   END-IF
                   IF      FLG-ERASE   =   'Y'
                       AND WS-ADD-REQ  =   ZERO
                       MOVE    1               TO  WS-ADD-REQ
                       INITIALIZE  WS-DEL-NEW
                       MOVE    APR-SITE        TO  WS-DLN-SITE
                       MOVE    APR-DATE        TO  WS-DLN-DATE
                       MOVE    APR-TIME        TO  WS-DLN-TIME
                       MOVE    APR-TERM        TO  WS-DLN-CODE
                       PERFORM 340-ADD-DELETE
                   END-IF
               END-IF
           END-PERFORM.
      **************************************************************************
       288-CLOSE-APR            SECTION.
      *    an open request is rejected so it can never be approved
      *    and carried out; every request naming the key loses its
      *    restore image.  who asked, who decided and when are kept
           MOVE    WS-DEL-SUB(WS-DEL-IX)   TO  WS-SUB-IX.
           PERFORM 852-FETCH-ONE-APR.
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      APR-STATUS  =   'O'
                   MOVE   'J'          TO  APR-STATUS
                   MOVE    WS-OPER     TO  APR-DEC-OPER
                   MOVE   'BATCH'      TO  APR-DEC-TERM
                   MOVE    WS-RUN-STAMP(1:8)   TO  APR-DEC-DATE
                   MOVE    WS-RUN-STAMP(9:6)   TO  APR-DEC-TIME
                   MOVE   'ENTRY ERASED AT THE CUSTOMER''S REQUEST'
                                       TO  APR-DEC-REASON
               END-IF
               MOVE    SPACE       TO  APR-REST-NAME
               MOVE    SPACE       TO  APR-REST-TEL
               PERFORM VARYING J   FROM    1   BY  1
                       UNTIL   J   >   3
                   MOVE    SPACE       TO  APR-REST-ADDRESS(J)
               END-PERFORM
               MOVE    SPACE       TO  APR-REST-POSTAL
               MOVE    SPACE       TO  APR-REST-PREF-CITY
               MOVE    SPACE       TO  APR-REST-STREET
               PERFORM 853-DBUPDATE-APR
               IF      MCP-RC      =   ZERO
                   PERFORM VARYING K   FROM    1   BY  1
                           UNTIL   K   >   APR-KEY-CNT
                           OR      K   >   20
                       MOVE    APR-SITE    TO  WS-CHK-SITE
                       MOVE    APR-HOME(K) TO  WS-CHK-HOME
                       PERFORM 300-FIND-SUBJECT
                       IF      WS-SUB-IX   >   ZERO
                           ADD     1   TO  WS-SUB-DONE(WS-SUB-IX, 10)
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM 330-NOT-REMOVED
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
      *        gone since the sweep -- expired and purged, say; it
      *        can no longer be approved, but the count shows it
               MOVE    9           TO  MCP-RC
               PERFORM 330-NOT-REMOVED
             WHEN     OTHER
               PERFORM 880-FLAG-ABEND
           END-EVALUATE.
      **************************************************************************
       289-RELEASE-REST         SECTION.
           MOVE    SPACE           TO  WS-IMG-DATE.
           MOVE    SPACE           TO  WS-IMG-TIME.
           MOVE    SPACE           TO  WS-IMG-OPER.
           MOVE    APR-ACTION      TO  WS-IMG-ACTION.
           MOVE    APR-REST-NAME   TO  WS-IMG-NAME.
           MOVE    APR-REST-TEL    TO  WS-IMG-TEL.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               MOVE    APR-REST-ADDRESS(J) TO  WS-IMG-ADDRESS(J)
           END-PERFORM.
           MOVE    ZERO                TO  WS-IMG-VERSION.
           MOVE    APR-REST-POSTAL     TO  WS-IMG-POSTAL.
           MOVE    APR-REST-PREF-CITY  TO  WS-IMG-PREF-CITY.
           MOVE    APR-REST-STREET     TO  WS-IMG-STREET.
           MOVE   'RESTORE'            TO  WS-DTL-TAG.
           PERFORM 325-RELEASE-IMAGE.
      **************************************************************************
       290-PASS-AUDIT           SECTION.
      *    the live log first, then every archive of it; by now the
      *    term table holds every name and telephone ever on file
           MOVE    9           TO  WS-STORE-IX.
           MOVE   'ADRSAUDIT.LOG'  TO  WS-SCAN-NAME.
           PERFORM 292-AUDIT-FILE.
           PERFORM VARYING K   FROM    1   BY  1
                   UNTIL   K   >   WS-AUA-COUNT
                   OR      FLG-DBABEND =   'Y'
               MOVE    WS-AUA-ENTRY(K) TO  WS-AUDA-DATE
               MOVE    WS-AUDA-NAME    TO  WS-SCAN-NAME
               PERFORM 292-AUDIT-FILE
           END-PERFORM.
      **************************************************************************
       292-AUDIT-FILE           SECTION.
           PERFORM 310-CLEAR-FILE-HITS.
           OPEN    INPUT        SCAN-FILE.
           IF      WS-SCN-STAT NOT =   '00'
               DISPLAY   'ADRSDSR: AUDIT FILE ' WS-SCAN-NAME(1:20)
                         ' NOT USABLE, STATUS=' WS-SCN-STAT
                   UPON    CONSOLE
               ADD     1           TO  WS-CNT-AUD-MISS
           ELSE
               ADD     1           TO  WS-CNT-AUD-READ
               IF      FLG-ERASE   =   'Y'
                   PERFORM 342-OPEN-TEMP
               END-IF
               MOVE   'N'          TO  FLG-EOF
               PERFORM UNTIL   FLG-EOF =   'Y'
                   READ    SCAN-FILE
                       AT  END
                           MOVE   'Y'      TO  FLG-EOF
                       NOT AT  END
                           PERFORM 294-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE   SCAN-FILE
               IF      FLG-ERASE   =   'Y'
                   PERFORM 346-END-TEMP
               END-IF
           END-IF.
      **************************************************************************
       294-AUDIT-ROW            SECTION.
           MOVE   'N'          TO  FLG-HIT.
           PERFORM VARYING WS-TRM-IX   FROM    1   BY  1
                   UNTIL   WS-TRM-IX   >   WS-TRM-CNT
               IF      WS-TRM-TEXT(WS-TRM-IX)  =   SCA-KEY
                   MOVE    WS-TRM-SUB(WS-TRM-IX)   TO  WS-SUB-IX
                   PERFORM 295-TAKE-AUDIT
                   MOVE   'Y'          TO  FLG-HIT
               END-IF
           END-PERFORM.
      *
      *    the search itself stays on the log -- who looked, from
      *    where and when -- only what they looked for goes
           IF      FLG-ERASE   =   'Y'
               IF      FLG-HIT     =   'Y'
                   MOVE   '*ERASED*'   TO  SCA-KEY
                   ADD     1           TO  WS-FILE-HITS
               END-IF
               PERFORM 344-WRITE-TEMP
           END-IF.
      **************************************************************************
       295-TAKE-AUDIT           SECTION.
           ADD     1   TO  WS-SUB-FOUND(WS-SUB-IX, 9).
           ADD     1   TO  WS-SUB-FILE-HITS(WS-SUB-IX).
           MOVE    WS-SCAN-NAME    TO  WS-ADL-FILE.
           MOVE    SCA-DATE        TO  WS-ADL-DATE.
           MOVE    SCA-TIME        TO  WS-ADL-TIME.
           MOVE    SCA-TERM        TO  WS-ADL-TERM.
           MOVE    SCA-OPER        TO  WS-ADL-OPER.
           MOVE    SCA-KEY         TO  WS-ADL-KEY.
           MOVE   'AUDIT'          TO  WS-DTL-TAG.
           MOVE    WS-AUD-LINE     TO  WS-DTL-TEXT.
           PERFORM 320-RELEASE-LINE.
      **************************************************************************
       298-QUEUE-RESEND         SECTION.
      *    a key that was ever in the book may be on the CRM; once
      *    its record is gone, the queued key goes out as a delete.
      *    FLG-RSQ: 'C' queue not yet opened, 'O' open, 'B' could not
      *    be opened, 'W' a write failed; a key whose delete did not
      *    reach the queue is left INCOMPLETE and the run abends
           MOVE   'C'          TO  FLG-RSQ.
           PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                   UNTIL   WS-SUB-IX   >   WS-SUB-CNT
               IF      WS-SUB-FOUND(WS-SUB-IX, 2)
                     + WS-SUB-FOUND(WS-SUB-IX, 3)
                     + WS-SUB-FOUND(WS-SUB-IX, 4)  >   ZERO
                   AND WS-SUB-DONE(WS-SUB-IX, 2)   =
                       WS-SUB-FOUND(WS-SUB-IX, 2)
                   IF      FLG-RSQ     =   'C'
                       OPEN    EXTEND       RESEND-FILE
                       IF      WS-RSQ-STAT NOT =   '00'
                           OPEN    OUTPUT       RESEND-FILE
                       END-IF
                       IF      WS-RSQ-STAT =   '00'
                           MOVE   'O'          TO  FLG-RSQ
                       ELSE
                           MOVE   'B'          TO  FLG-RSQ
                           PERFORM 299-RESEND-FAILED
                       END-IF
                   END-IF
                   IF      FLG-RSQ     =   'O'
                       MOVE    SPACE           TO  RSQ-REC
                       MOVE    WS-SUB-SITE(WS-SUB-IX)  TO  RSQ-SITE
                       MOVE    WS-SUB-HOME(WS-SUB-IX)  TO  RSQ-HOME
                       MOVE   'D'              TO  RSQ-ACTION
                       WRITE   RSQ-REC
                       IF      WS-RSQ-STAT =   '00'
                           ADD     1           TO  WS-CNT-QUEUED
                       ELSE
                           MOVE   'W'          TO  FLG-RSQ
                           PERFORM 299-RESEND-FAILED
                       END-IF
                   END-IF
                   IF      FLG-RSQ     NOT =   'O'
                       ADD     1       TO  WS-SUB-FAIL(WS-SUB-IX)
                       ADD     1       TO  WS-CNT-FAILED
                   END-IF
               END-IF
           END-PERFORM.
           IF      FLG-RSQ     =   'O'
               OR  FLG-RSQ     =   'W'
               CLOSE   RESEND-FILE
           END-IF.
      **************************************************************************
       299-RESEND-FAILED        SECTION.
           DISPLAY   'ADRSDSR: ADRSDLT.RSQ NOT WRITTEN, STATUS='
                     WS-RSQ-STAT ' KEY=' WS-SUB-HOME(WS-SUB-IX)
               UPON    CONSOLE.
           IF      FLG-DBABEND =   'N'
               MOVE   'Y'              TO  FLG-DBABEND
               MOVE   'ADRSDLT.RSQ'    TO  WS-ABEND-PATH
               MOVE    WS-RSQ-STAT     TO  WS-ABEND-RC
           END-IF.
      **************************************************************************
       300-FIND-SUBJECT         SECTION.
           PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                   UNTIL   WS-SUB-IX   >   WS-SUB-CNT
                   OR  (   WS-SUB-SITE(WS-SUB-IX)  =   WS-CHK-SITE
                       AND WS-SUB-HOME(WS-SUB-IX)  =   WS-CHK-HOME )
               CONTINUE
           END-PERFORM.
           IF      WS-SUB-IX   >   WS-SUB-CNT
               MOVE    ZERO        TO  WS-SUB-IX
           END-IF.
      **************************************************************************
       310-CLEAR-FILE-HITS      SECTION.
           MOVE    ZERO        TO  WS-FILE-HITS.
           PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                   UNTIL   WS-SUB-IX   >   WS-SUB-CNT
               MOVE    ZERO        TO  WS-SUB-FILE-HITS(WS-SUB-IX)
           END-PERFORM.
      **************************************************************************
       320-RELEASE-LINE         SECTION.
           ADD     1               TO  WS-LINE-SEQ.
           MOVE    WS-SUB-IX       TO  SORT-SUB.
           MOVE    WS-STORE-IX     TO  SORT-STORE.
           MOVE    WS-LINE-SEQ     TO  SORT-SEQ.
           MOVE    WS-DETAIL-LINE  TO  SORT-LINE.
           RELEASE SORT-REC.
      **************************************************************************
       325-RELEASE-IMAGE        SECTION.
           MOVE    WS-IMG-DATE     TO  WS-IML-DATE.
           MOVE    WS-IMG-TIME     TO  WS-IML-TIME.
           MOVE    WS-IMG-OPER     TO  WS-IML-OPER.
           MOVE    WS-IMG-ACTION   TO  WS-IML-ACTION.
           MOVE    WS-IMG-VERSION  TO  WS-IML-VERSION.
           MOVE    WS-IMG-NAME     TO  WS-IML-NAME.
           MOVE    WS-IMG-TEL      TO  WS-IML-TEL.
           MOVE    WS-IMG-POSTAL   TO  WS-IML-POSTAL.
           MOVE    WS-IMG-LINE     TO  WS-DTL-TEXT.
           PERFORM 320-RELEASE-LINE.
      *
           MOVE    SPACE           TO  WS-DTL-TAG.
           IF      WS-IMG-PREF-CITY    NOT =   SPACE
               OR  WS-IMG-STREET       NOT =   SPACE
               MOVE    WS-IMG-PREF-CITY    TO  WS-IMC-TEXT-1
               MOVE    WS-IMG-STREET       TO  WS-IMC-TEXT-2
               MOVE    WS-IMC-LINE         TO  WS-DTL-TEXT
               PERFORM 320-RELEASE-LINE
           END-IF.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               IF      WS-IMG-ADDRESS(J)   NOT =   SPACE
                   MOVE    WS-IMG-ADDRESS(J)   TO  WS-IMC-TEXT-1
                   MOVE    SPACE               TO  WS-IMC-TEXT-2
                   MOVE    WS-IMC-LINE         TO  WS-DTL-TEXT
                   PERFORM 320-RELEASE-LINE
               END-IF
           END-PERFORM.
      **************************************************************************
       330-NOT-REMOVED          SECTION.
      *    the item stays where it was; the person's certificate is
      *    marked INCOMPLETE and the run is repeated once it is fixed
           ADD     1           TO  WS-SUB-FAIL(WS-SUB-IX).
           ADD     1           TO  WS-CNT-FAILED.
           DISPLAY   'ADRSDSR: ' MCP-FUNC ' FAILED, ' MCP-PATH
                     ' KEY=' WS-SUB-HOME(WS-SUB-IX)
                     ' MCP-RC=' MCP-RC
               UPON    CONSOLE.
           MOVE    MCP-FUNC        TO  WS-FLL-FUNC.
           MOVE    MCP-PATH        TO  WS-FLL-PATH.
           MOVE    MCP-RC          TO  WS-FLL-RC.
           MOVE   '***'            TO  WS-DTL-TAG.
           MOVE    WS-FAIL-LINE    TO  WS-DTL-TEXT.
           PERFORM 320-RELEASE-LINE.
      **************************************************************************
       340-ADD-DELETE           SECTION.
           IF      WS-DEL-CNT  <   WS-DEL-MAX
               ADD     1               TO  WS-DEL-CNT
               MOVE    WS-SUB-IX       TO  WS-DLN-SUB
               MOVE    WS-DEL-NEW      TO  WS-DEL-ENT(WS-DEL-CNT)
           ELSE
      *        left for a rerun, which will find the rest
               ADD     1           TO  WS-SUB-FAIL(WS-SUB-IX)
               ADD     1           TO  WS-CNT-FAILED
               DISPLAY   'ADRSDSR: DELETE TABLE FULL, KEY='
                         WS-SUB-HOME(WS-SUB-IX) ' -- RERUN'
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       342-OPEN-TEMP            SECTION.
      *    FLG-TMPBAD: 'N' copy good so far, 'O' the copy could not
      *    be opened, 'W' a record could not be written to it
           MOVE   'N'          TO  FLG-TMPBAD.
           OPEN    OUTPUT       TEMP-FILE.
           IF      WS-TMP-STAT NOT =   '00'
               MOVE   'O'          TO  FLG-TMPBAD
           END-IF.
      **************************************************************************
       344-WRITE-TEMP           SECTION.
           IF      FLG-TMPBAD  =   'N'
               MOVE    SCAN-REC    TO  TEMP-REC
               WRITE   TEMP-REC
               IF      WS-TMP-STAT NOT =   '00'
                   MOVE   'W'          TO  FLG-TMPBAD
               END-IF
           END-IF.
      **************************************************************************
       346-END-TEMP             SECTION.
      *    a short copy must never be put back over a file that also
      *    holds everybody else's records
           IF      FLG-TMPBAD  NOT =   'O'
               CLOSE   TEMP-FILE
           END-IF.
           IF      WS-FILE-HITS    >   ZERO
               IF      FLG-TMPBAD  =   'N'
                   PERFORM 350-REWRITE-FILE
               ELSE
                   DISPLAY   'ADRSDSR: ' WS-SCAN-NAME(1:21)
                             ' NOT REWRITTEN, COPY FAILED, STATUS='
                             WS-TMP-STAT
                       UPON    CONSOLE
                   PERFORM 355-NOT-REWRITTEN
               END-IF
           END-IF.
      **************************************************************************
       350-REWRITE-FILE         SECTION.
      *    the file is put back from the copy without the person's
      *    records; the file is opened for output only once the copy
      *    is known to be readable, and the copy is kept until the
      *    next run, so a failed rewrite can be finished by hand
           OPEN    INPUT        TEMP-FILE.
           IF      WS-TMP-STAT NOT =   '00'
               DISPLAY   'ADRSDSR: ' WS-SCAN-NAME(1:21)
                         ' NOT REWRITTEN, COPY STATUS=' WS-TMP-STAT
                   UPON    CONSOLE
               PERFORM 355-NOT-REWRITTEN
           ELSE
               OPEN    OUTPUT       SCAN-FILE
               IF      WS-SCN-STAT NOT =   '00'
                   DISPLAY   'ADRSDSR: ' WS-SCAN-NAME(1:21)
                             ' NOT REWRITTEN, STATUS=' WS-SCN-STAT
                       UPON    CONSOLE
                   PERFORM 355-NOT-REWRITTEN
               ELSE
                   MOVE   'N'          TO  FLG-TMPBAD
                   MOVE   'N'          TO  FLG-EOF
                   PERFORM UNTIL   FLG-EOF =   'Y'
                       READ    TEMP-FILE
                           AT  END
                               MOVE   'Y'      TO  FLG-EOF
                           NOT AT  END
                               MOVE    TEMP-REC    TO  SCAN-REC
                               WRITE   SCAN-REC
                               IF      WS-SCN-STAT NOT =   '00'
                                   MOVE   'W'      TO  FLG-TMPBAD
                                   MOVE   'Y'      TO  FLG-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE   SCAN-FILE
                   IF      FLG-TMPBAD  =   'N'
                       PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                               UNTIL   WS-SUB-IX   >   WS-SUB-CNT
                           ADD     WS-SUB-FILE-HITS(WS-SUB-IX)
                               TO  WS-SUB-DONE(WS-SUB-IX, WS-STORE-IX)
                       END-PERFORM
                   ELSE
                       DISPLAY   'ADRSDSR: ' WS-SCAN-NAME(1:21)
                                 ' REWRITE FAILED, STATUS=' WS-SCN-STAT
                                 ' -- RESTORE FROM ADRSDSR.TMP'
                           UPON    CONSOLE
                       PERFORM 355-NOT-REWRITTEN
                       IF      FLG-DBABEND =   'N'
                           MOVE   'Y'              TO  FLG-DBABEND
                           MOVE    WS-SCAN-NAME    TO  WS-ABEND-PATH
                           MOVE    WS-SCN-STAT     TO  WS-ABEND-RC
                       END-IF
                   END-IF
               END-IF
               CLOSE   TEMP-FILE
           END-IF.
      **************************************************************************
       355-NOT-REWRITTEN        SECTION.
      *    the file's hits stay where they were; every person with
      *    records in it is left INCOMPLETE
           PERFORM VARYING WS-SUB-IX   FROM    1   BY  1
                   UNTIL   WS-SUB-IX   >   WS-SUB-CNT
               ADD     WS-SUB-FILE-HITS(WS-SUB-IX)
                   TO  WS-SUB-FAIL(WS-SUB-IX)
               ADD     WS-SUB-FILE-HITS(WS-SUB-IX)
                   TO  WS-CNT-FAILED
           END-PERFORM.
      **************************************************************************
       400-PRINT-SUBJECTS       SECTION.
           MOVE   'Y'          TO  FLG-FIRST.
           MOVE   'N'          TO  FLG-EOF.
           PERFORM UNTIL   FLG-EOF =   'Y'
               RETURN  SORT-FILE
                   AT  END
                       MOVE   'Y'      TO  FLG-EOF
                   NOT AT  END
                       PERFORM 410-PROC-LINE
               END-RETURN
           END-PERFORM.
      *
           IF      FLG-FIRST   =   'N'
               PERFORM 420-END-SUBJECT
           END-IF.
      **************************************************************************
       410-PROC-LINE            SECTION.
           IF      FLG-FIRST   =   'Y'
               MOVE   'N'          TO  FLG-FIRST
               MOVE    SORT-SUB    TO  WS-CUR-SUB
               PERFORM 415-START-SUBJECT
           ELSE
               IF      SORT-SUB    NOT =   WS-CUR-SUB
                   PERFORM 420-END-SUBJECT
                   MOVE    SORT-SUB    TO  WS-CUR-SUB
                   PERFORM 415-START-SUBJECT
               END-IF
           END-IF.
      *
           IF      SORT-STORE  >   ZERO
               PERFORM 395-CHECK-PAGE
               MOVE    SORT-LINE   TO  REPORT-REC
               WRITE   REPORT-REC
               ADD     1           TO  WS-LINE-NO
           END-IF.
      **************************************************************************
       415-START-SUBJECT        SECTION.
      *    each person starts a page, so the pages can be handed over
      *    one person at a time
           MOVE    WS-SUB-REQ(WS-CUR-SUB)  TO  WS-REQ-IX.
           MOVE    WS-REQ-REF(WS-REQ-IX)   TO  WS-SBL-REF.
           MOVE    WS-SUB-SITE(WS-CUR-SUB) TO  WS-SBL-SITE.
           MOVE    WS-SUB-HOME(WS-CUR-SUB) TO  WS-SBL-HOME.
           IF      WS-REQ-TYPE(WS-REQ-IX)  =   'K'
               MOVE   'ASKED BY KEY'       TO  WS-SBL-VIA
           ELSE
               MOVE   'FOUND BY NAME/TEL'  TO  WS-SBL-VIA
           END-IF.
           MOVE    WS-SUBJ-LINE    TO  WS-HDG-SUBJ.
           PERFORM 390-WRITE-HEADING.
      **************************************************************************
       420-END-SUBJECT          SECTION.
           PERFORM 425-JUDGE-SUBJECT.
           PERFORM 395-CHECK-PAGE.
           MOVE    SPACE       TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     1           TO  WS-LINE-NO.
           PERFORM VARYING WS-STORE-IX FROM    1   BY  1
                   UNTIL   WS-STORE-IX >   10
               PERFORM 430-BUILD-SUM-LINE
               PERFORM 395-CHECK-PAGE
               MOVE    WS-SUM-LINE TO  REPORT-REC
               WRITE   REPORT-REC
               ADD     1           TO  WS-LINE-NO
           END-PERFORM.
           MOVE    SPACE           TO  REPORT-REC.
           MOVE    WS-SUBJ-STATUS  TO  REPORT-REC(3:10).
           WRITE   REPORT-REC.
           ADD     1               TO  WS-LINE-NO.
      *
           IF      FLG-ERASE   =   'Y'
               PERFORM 460-WRITE-CERT-SUBJECT
           END-IF.
      **************************************************************************
       425-JUDGE-SUBJECT        SECTION.
      *    complete means every item found was removed and the
      *    erased row is on file; an abended run completes no one
           MOVE    'COMPLETE'  TO  WS-SUBJ-STATUS.
           PERFORM VARYING WS-STORE-IX FROM    1   BY  1
                   UNTIL   WS-STORE-IX >   10
               ADD     WS-SUB-FOUND(WS-CUR-SUB, WS-STORE-IX)
                   TO  WS-CNT-FOUND
      *        the erased row written to ADRSSUP is not a removal
               IF      WS-STORE-IX >   1
                   ADD     WS-SUB-DONE(WS-CUR-SUB, WS-STORE-IX)
                       TO  WS-CNT-REMOVED
                   IF      WS-SUB-DONE(WS-CUR-SUB, WS-STORE-IX)    <
                           WS-SUB-FOUND(WS-CUR-SUB, WS-STORE-IX)
                       MOVE    'INCOMPLETE'    TO  WS-SUBJ-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           IF      WS-SUB-DONE(WS-CUR-SUB, 1)  =   ZERO
               OR  WS-SUB-FAIL(WS-CUR-SUB)     >   ZERO
               OR  FLG-DBABEND                 =   'Y'
               MOVE    'INCOMPLETE'    TO  WS-SUBJ-STATUS
           END-IF.
      *
           IF      FLG-ERASE   =   'N'
               MOVE    'REPORTED'      TO  WS-SUBJ-STATUS
           ELSE
               IF      WS-SUBJ-STATUS  =   'COMPLETE'
                   ADD     1           TO  WS-CNT-COMPLETE
               ELSE
                   ADD     1           TO  WS-CNT-INCOMPLETE
               END-IF
           END-IF.
      **************************************************************************
       430-BUILD-SUM-LINE       SECTION.
           PERFORM 440-SET-STORE-NAME.
           MOVE    WS-SUB-FOUND(WS-CUR-SUB, WS-STORE-IX)
                                   TO  WS-SML-FOUND.
           IF      FLG-ERASE   =   'Y'
               MOVE    WS-SUB-DONE(WS-CUR-SUB, WS-STORE-IX)
                                       TO  WS-SML-DONE
               IF      WS-STORE-IX =   1
                   MOVE   ' ERASED  '  TO  WS-SML-LABEL
               ELSE
                   MOVE   ' REMOVED '  TO  WS-SML-LABEL
               END-IF
           ELSE
               MOVE    SPACE           TO  WS-SML-TAIL
           END-IF.
      **************************************************************************
       440-SET-STORE-NAME       SECTION.
           EVALUATE    WS-STORE-IX
             WHEN    1
               MOVE   'ADRSSUP SUPPRESSION'    TO  WS-SML-STORE
             WHEN    2
               MOVE   'ADRS CURRENT RECORD'    TO  WS-SML-STORE
             WHEN    3
               MOVE   'ADRSHIST VERSIONS'      TO  WS-SML-STORE
             WHEN    4
               MOVE   'ARCHIVED VERSIONS'      TO  WS-SML-STORE
             WHEN    5
               MOVE   'GROUP MEMBERSHIPS'      TO  WS-SML-STORE
             WHEN    6
               MOVE   'DUPLICATE WORKLIST'     TO  WS-SML-STORE
             WHEN    7
               MOVE   'CONTACT HISTORY'        TO  WS-SML-STORE
             WHEN    8
               MOVE   'RETURNED MAIL'          TO  WS-SML-STORE
             WHEN    9
               MOVE   'AUDIT LOG SEARCHES'     TO  WS-SML-STORE
             WHEN     OTHER
               MOVE   'APPROVAL REQUESTS'      TO  WS-SML-STORE
           END-EVALUATE.
      **************************************************************************
       450-WRITE-CERT-HEAD      SECTION.
           MOVE   'ADRS ADDRESS BOOK -- CERTIFICATE OF ERASURE'
                                   TO  CERT-REC.
           WRITE   CERT-REC.
           MOVE    SPACE           TO  CERT-REC.
           MOVE   'RUN'            TO  CERT-REC(1:3).
           MOVE    WS-RUN-START    TO  CERT-REC(5:14).
           MOVE   'OPERATOR'       TO  CERT-REC(21:8).
           MOVE    WS-OPER         TO  CERT-REC(30:8).
           MOVE   'APPROVED BY'    TO  CERT-REC(40:11).
           MOVE    WS-APPROVER     TO  CERT-REC(52:8).
           WRITE   CERT-REC.
           MOVE    SPACE           TO  CERT-REC.
           WRITE   CERT-REC.
      **************************************************************************
       460-WRITE-CERT-SUBJECT   SECTION.
      *    what was found and what was removed, store by store; the
      *    mail key is all that stays, on the erased row
           MOVE    WS-SUBJ-LINE    TO  CERT-REC.
           WRITE   CERT-REC.
           PERFORM VARYING WS-STORE-IX FROM    2   BY  1
                   UNTIL   WS-STORE-IX >   10
               PERFORM 430-BUILD-SUM-LINE
               MOVE    WS-SUM-LINE TO  CERT-REC
               WRITE   CERT-REC
           END-PERFORM.
           MOVE    SPACE           TO  CERT-REC.
           IF      WS-SUB-DONE(WS-CUR-SUB, 1)  >   ZERO
               MOVE   'ADRSSUP ROW KEPT, FLAG E -- KEY ONLY, NEVER '
                   TO  CERT-REC(3:44)
               MOVE   'RELOADED'   TO  CERT-REC(47:8)
           ELSE
               MOVE   '*** ADRSSUP ERASED ROW NOT WRITTEN'
                   TO  CERT-REC(3:34)
           END-IF.
           WRITE   CERT-REC.
           MOVE    SPACE           TO  CERT-REC.
           MOVE   'STATUS'         TO  CERT-REC(3:6).
           MOVE    WS-SUBJ-STATUS  TO  CERT-REC(10:10).
           WRITE   CERT-REC.
           MOVE    SPACE           TO  CERT-REC.
           WRITE   CERT-REC.
      **************************************************************************
       470-WRITE-CERT-FOOT      SECTION.
      *    requests that reached nobody are certified too: the
      *    privacy officer answers them "nothing held"
           PERFORM VARYING WS-REQ-IX   FROM    1   BY  1
                   UNTIL   WS-REQ-IX   >   WS-REQ-CNT
               IF      WS-REQ-NOTE(WS-REQ-IX)  NOT =   SPACE
                   MOVE    SPACE           TO  CERT-REC
                   MOVE   'REQUEST'        TO  CERT-REC(1:7)
                   MOVE    WS-REQ-REF(WS-REQ-IX)   TO  CERT-REC(9:10)
                   MOVE    WS-REQ-NOTE(WS-REQ-IX)  TO  CERT-REC(21:20)
                   WRITE   CERT-REC
               END-IF
           END-PERFORM.
           MOVE    SPACE           TO  CERT-REC.
           WRITE   CERT-REC.
      *
           MOVE   'KEYS COMPLETE'      TO  WS-TOT-LABEL.
           MOVE    WS-CNT-COMPLETE     TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  CERT-REC.
           WRITE   CERT-REC.
           MOVE   'KEYS INCOMPLETE'    TO  WS-TOT-LABEL.
           MOVE    WS-CNT-INCOMPLETE   TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  CERT-REC.
           WRITE   CERT-REC.
           MOVE   'ARCHIVES NOT ON HAND'   TO  WS-TOT-LABEL.
           COMPUTE WS-TOT-COUNT    =   WS-CNT-HARC-MISS
                                     + WS-CNT-AUD-MISS.
           MOVE    WS-TOTAL-LINE       TO  CERT-REC.
           WRITE   CERT-REC.
           IF      FLG-DBABEND =   'Y'
               MOVE   '*** RUN ABENDED -- ERASURE INCOMPLETE, RERUN'
                   TO  CERT-REC
               WRITE   CERT-REC
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
       395-CHECK-PAGE           SECTION.
           IF      WS-LINE-NO  >   WS-LINES-PER-PAGE
               PERFORM 390-WRITE-HEADING
           END-IF.
      **************************************************************************
       500-LIST-NOT-ACTED       SECTION.
           IF      WS-CNT-REQBAD   >   ZERO
               MOVE   'REQUESTS NOT ACTED ON'  TO  WS-HDG-SUBJ
               PERFORM 390-WRITE-HEADING
               PERFORM VARYING WS-REQ-IX   FROM    1   BY  1
                       UNTIL   WS-REQ-IX   >   WS-REQ-CNT
                   IF      WS-REQ-NOTE(WS-REQ-IX)  NOT =   SPACE
                       PERFORM 510-WRITE-REQ-LINE
                   END-IF
               END-PERFORM
           END-IF.
      **************************************************************************
       510-WRITE-REQ-LINE       SECTION.
           PERFORM 395-CHECK-PAGE.
           MOVE    SPACE                   TO  WS-REQ-LINE.
           MOVE    WS-REQ-REF(WS-REQ-IX)   TO  WS-RQL-REF.
           MOVE    WS-REQ-TYPE(WS-REQ-IX)  TO  WS-RQL-TYPE.
           IF      WS-REQ-TYPE(WS-REQ-IX)  =   'N'
               MOVE    WS-REQ-NAME(WS-REQ-IX)  TO  WS-RQL-TEXT-1
               MOVE    WS-REQ-TEL(WS-REQ-IX)   TO  WS-RQL-TEXT-2
           ELSE
               MOVE    WS-REQ-SITE(WS-REQ-IX)  TO  WS-RQL-TEXT-1
               MOVE    WS-REQ-HOME(WS-REQ-IX)  TO  WS-RQL-TEXT-2
           END-IF.
           MOVE    WS-REQ-NOTE(WS-REQ-IX)  TO  WS-RQL-NOTE.
           MOVE    WS-REQ-LINE             TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     1                       TO  WS-LINE-NO.
      **************************************************************************
       600-WRITE-TOTALS         SECTION.
           MOVE   'RUN TOTALS'     TO  WS-HDG-SUBJ.
           PERFORM 390-WRITE-HEADING.
      *
           MOVE   'REQUESTS READ'      TO  WS-TOT-LABEL.
           MOVE    WS-CNT-REQ          TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'REQUESTS NOT ACTED'     TO  WS-TOT-LABEL.
           COMPUTE WS-TOT-COUNT    =   WS-CNT-REQBAD
                                     + WS-CNT-REQSKIP.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'KEYS'               TO  WS-TOT-LABEL.
           MOVE    WS-SUB-CNT          TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'ITEMS HELD'         TO  WS-TOT-LABEL.
           MOVE    WS-CNT-FOUND        TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           IF      FLG-ERASE   =   'Y'
               MOVE   'ITEMS REMOVED'      TO  WS-TOT-LABEL
               MOVE    WS-CNT-REMOVED      TO  WS-TOT-COUNT
               MOVE    WS-TOTAL-LINE       TO  REPORT-REC
               WRITE   REPORT-REC
               MOVE   'ITEMS NOT REMOVED'  TO  WS-TOT-LABEL
               MOVE    WS-CNT-FAILED       TO  WS-TOT-COUNT
               MOVE    WS-TOTAL-LINE       TO  REPORT-REC
               WRITE   REPORT-REC
               MOVE   'KEYS COMPLETE'      TO  WS-TOT-LABEL
               MOVE    WS-CNT-COMPLETE     TO  WS-TOT-COUNT
               MOVE    WS-TOTAL-LINE       TO  REPORT-REC
               WRITE   REPORT-REC
               MOVE   'KEYS INCOMPLETE'    TO  WS-TOT-LABEL
               MOVE    WS-CNT-INCOMPLETE   TO  WS-TOT-COUNT
               MOVE    WS-TOTAL-LINE       TO  REPORT-REC
               WRITE   REPORT-REC
               MOVE   'CRM DELETES QUEUED' TO  WS-TOT-LABEL
               MOVE    WS-CNT-QUEUED       TO  WS-TOT-COUNT
               MOVE    WS-TOTAL-LINE       TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
      *
           MOVE   'HIST ARCHIVES READ' TO  WS-TOT-LABEL.
           MOVE    WS-CNT-HARC-READ    TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'HIST ARCHIVES MISSED'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-HARC-MISS    TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'AUDIT FILES READ'   TO  WS-TOT-LABEL.
           MOVE    WS-CNT-AUD-READ     TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           MOVE   'AUDIT FILES MISSED' TO  WS-TOT-LABEL.
           MOVE    WS-CNT-AUD-MISS     TO  WS-TOT-COUNT.
           MOVE    WS-TOTAL-LINE       TO  REPORT-REC.
           WRITE   REPORT-REC.
      *
           DISPLAY   'ADRSDSR: MODE='      WS-MODE
                     ' REQUESTS='          WS-CNT-REQ
                     ' KEYS='              WS-SUB-CNT
                     ' HELD='              WS-CNT-FOUND
                     ' REMOVED='           WS-CNT-REMOVED
                     ' INCOMPLETE='        WS-CNT-INCOMPLETE
               UPON    CONSOLE.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSDSR'        TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-REQ      TO  RUN-READ.
           MOVE    WS-SUB-CNT      TO  RUN-WRITTEN.
           COMPUTE RUN-REJECTED    =   WS-CNT-REQBAD
                                     + WS-CNT-REQSKIP
                                     + WS-CNT-INCOMPLETE.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    WS-ABEND-PATH   TO  RUN-ABEND-PATH
               MOVE    WS-ABEND-RC     TO  RUN-ABEND-RC
           END-IF.
           MOVE    WS-MODE         TO  RUN-PARM(1:6).
           MOVE    WS-OPER         TO  RUN-PARM(8:8).
           MOVE    WS-APPROVER     TO  RUN-PARM(17:8).
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
      *    side effects of it
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
       801-DBDELETE-ADRS       SECTION.
           MOVE   'DBDELETE'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       803-DBFETCH-HIST        SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-HIST-PRIMARY   TO  MCP-PATH.
           INITIALIZE  ADRSHIST.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSHIST.
      **************************************************************************
       805-DBSELECT-HIST       SECTION.
           INITIALIZE  ADRSHIST.
           MOVE    WS-CHK-SITE     TO  HIST-SITE.
           MOVE    WS-CHK-HOME     TO  HIST-HOME.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-HIST-PRIMARY   TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSHIST.
      **************************************************************************
       806-DBFETCH-HIST-KEY    SECTION.
           PERFORM 803-DBFETCH-HIST.
      *
      *    the cursor is positional and keeps returning records past
      *    the requested key; stop at the key boundary so another
      *    person's history is never taken for this one's
           IF      MCP-RC      =   ZERO
               IF      HIST-SITE   NOT =   WS-CHK-SITE
                   OR  HIST-HOME   NOT =   WS-CHK-HOME
                   MOVE    9           TO  MCP-RC
               END-IF
           END-IF.
      **************************************************************************
       807-DBDELETE-HIST       SECTION.
           MOVE   'DBDELETE'   TO  MCP-FUNC.
           MOVE    PATH-HIST-PRIMARY   TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSHIST.
      **************************************************************************
       810-FETCH-ONE-OPR       SECTION.
           INITIALIZE  ADRSOPR.
           MOVE    WS-CHK-OPER TO  OPR-OPEID.
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
           IF      MCP-RC      =   ZERO
               IF      OPR-OPEID   NOT =   WS-CHK-OPER
                   MOVE    9           TO  MCP-RC
               END-IF
           END-IF.
      **************************************************************************
       815-FETCH-ONE-SUP       SECTION.
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
      *    the cursor is positional: when the exact key is not on
      *    file the fetch hands back the next record with a zero
      *    return code, so check the key before trusting the record
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
       816-DBINSERT-SUP        SECTION.
           MOVE   'DBINSERT'   TO  MCP-FUNC.
           MOVE    PATH-SUP-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSSUP.
      **************************************************************************
       817-DBUPDATE-SUP        SECTION.
           MOVE   'DBUPDATE'   TO  MCP-FUNC.
           MOVE    PATH-SUP-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSSUP.
      **************************************************************************
       820-FETCH-ONE-ADRS      SECTION.
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
       833-DBDELETE-GRP        SECTION.
           MOVE   'DBDELETE'   TO  MCP-FUNC.
           MOVE    PATH-GRP-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSGRP.
      **************************************************************************
       835-DBSELECT-WRK        SECTION.
           INITIALIZE  ADRSWRK.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-WRK-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSWRK.
      **************************************************************************
       836-DBFETCH-WRK         SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-WRK-PRIMARY    TO  MCP-PATH.
           INITIALIZE  ADRSWRK.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSWRK.
      **************************************************************************
       837-DBDELETE-WRK        SECTION.
           MOVE   'DBDELETE'   TO  MCP-FUNC.
           MOVE    PATH-WRK-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSWRK.
      **************************************************************************
       840-DBSELECT-CON        SECTION.
           INITIALIZE  ADRSCON.
           MOVE    WS-CHK-SITE     TO  CON-SITE.
           MOVE    WS-CHK-HOME     TO  CON-HOME.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-CON-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSCON.
      **************************************************************************
       841-DBFETCH-CON-KEY     SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-CON-PRIMARY    TO  MCP-PATH.
           INITIALIZE  ADRSCON.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSCON.
      *
           IF      MCP-RC      =   ZERO
               IF      CON-SITE    NOT =   WS-CHK-SITE
                   OR  CON-HOME    NOT =   WS-CHK-HOME
                   MOVE    9           TO  MCP-RC
               END-IF
           END-IF.
      **************************************************************************
       842-DBDELETE-CON        SECTION.
           MOVE   'DBDELETE'   TO  MCP-FUNC.
           MOVE    PATH-CON-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSCON.
      **************************************************************************
       845-FETCH-ONE-RET       SECTION.
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
           IF      MCP-RC      =   ZERO
               IF      RET-SITE    NOT =   WS-CHK-SITE
                   OR  RET-HOME    NOT =   WS-CHK-HOME
                   MOVE    9           TO  MCP-RC
               END-IF
           END-IF.
      **************************************************************************
       846-DBDELETE-RET        SECTION.
           MOVE   'DBDELETE'   TO  MCP-FUNC.
           MOVE    PATH-RET-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSRET.
      **************************************************************************
       850-DBSELECT-APR        SECTION.
           INITIALIZE  ADRSAPR.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.
      **************************************************************************
       851-DBFETCH-APR         SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
           INITIALIZE  ADRSAPR.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.
      **************************************************************************
       852-FETCH-ONE-APR       SECTION.
           INITIALIZE  ADRSAPR.
           MOVE    WS-DEL-SITE(WS-DEL-IX)  TO  APR-SITE.
           MOVE    WS-DEL-DATE(WS-DEL-IX)  TO  APR-DATE.
           MOVE    WS-DEL-TIME(WS-DEL-IX)  TO  APR-TIME.
           MOVE    WS-DEL-CODE(WS-DEL-IX)  TO  APR-TERM.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.
      *
           IF      MCP-RC      =   ZERO
               PERFORM 851-DBFETCH-APR
           END-IF.
      *
           IF      MCP-RC      =   ZERO
               IF      APR-SITE    NOT =   WS-DEL-SITE(WS-DEL-IX)
                   OR  APR-DATE    NOT =   WS-DEL-DATE(WS-DEL-IX)
                   OR  APR-TIME    NOT =   WS-DEL-TIME(WS-DEL-IX)
                   OR  APR-TERM    NOT =   WS-DEL-CODE(WS-DEL-IX)
                   MOVE    9           TO  MCP-RC
               END-IF
           END-IF.
      **************************************************************************
       853-DBUPDATE-APR        SECTION.
           MOVE   'DBUPDATE'   TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.

       01  WS-WRK-MARK     PIC X(1).
       01  WS-SUP-FOUND    PIC X(1).
       01  WS-CNT-SUPP     PIC S9(4)   BINARY.
       01  WS-CNT-HELD     PIC S9(4)   BINARY.
       01  WS-RET-FOUND    PIC X(1).
       01  WS-RET-HELD     PIC X(1).
       01  WS-ADDR-CHANGED PIC X(1).
       01  WS-PURGE-HOME   PIC X(20).
       01  WS-PURGE-TBL.
           02  WS-PURGE-CNT    PIC S9(4)   BINARY.
           02  WS-PCM-ENT      OCCURS 1000 TIMES.
               03  WS-PCM-CODE     PIC X(8).
               03  WS-PCM-ST       PIC X(1).
       01  WS-STAMP-OPER       PIC X(8).
       01  WS-STAMP-TERM       PIC X(8).
       01  WS-STAMP-APPROVER   PIC X(8).
       01  WS-MERGE-VER    PIC 9(9)    OCCURS 2 TIMES.
       01  WS-APR-IX       PIC S9(4)   BINARY.
       01  WS-APR-DONE     PIC S9(4)   BINARY.
       01  WS-APR-SKIP     PIC S9(4)   BINARY.
       01  WS-APR-DONE-ED  PIC Z9.
       01  WS-APR-SKIP-ED  PIC Z9.
       01  WS-APR-FOUND    PIC X(1).
       01  WS-APR-OUTCOME  PIC X(1).
       01  WS-DEC-REASON   PIC X(40).
       COPY    ENUM-VALUE.
       COPY    DBPATH.
       COPY    DB-ADRS.
       COPY    DB-OPR.
       COPY    DB-SUP.
       COPY    DB-WRK.
       COPY    DB-RET.
       COPY    DB-APR.
       LINKAGE                 SECTION.
       COPY    MCPAREA.
       COPY    SPAAREA.
               UPON    CONSOLE.
      *
           MOVE    SPACE       TO  LIST-DENY-MSG.
      *    history is stamped with the signed-on operator unless an
      *    approved request says otherwise
           MOVE    SPA-OPEID   TO  WS-STAMP-OPER.
           MOVE    SPA-TERMID  TO  WS-STAMP-TERM.
           MOVE    SPACE       TO  WS-STAMP-APPROVER.
      *
           EVALUATE    MCP-STATUS      ALSO    MCP-EVENT
             WHEN     'LINK'           ALSO    ANY
               ELSE
                   PERFORM 295-DENY-EVENT
               END-IF
             WHEN     'PUTG'           ALSO   'AprList'
               IF      OPR-SESS-AUTH =   '2'
                   PERFORM 300-APR-LIST
               ELSE
                   PERFORM 295-DENY-EVENT
               END-IF
             WHEN     'PUTG'           ALSO   'AprOk'
               IF      OPR-SESS-AUTH =   '2'
                   PERFORM 305-APR-APPROVE
               ELSE
                   PERFORM 295-DENY-EVENT
               END-IF
             WHEN     'PUTG'           ALSO   'AprRej'
               IF      OPR-SESS-AUTH =   '2'
                   PERFORM 306-APR-REJECT
               ELSE
                   PERFORM 295-DENY-EVENT
               END-IF
             WHEN     'PUTG'           ALSO   'Quit'
               PERFORM 270-QUIT
             WHEN      OTHER
      **************************************************************************
       260-EXPORT-LIST          SECTION.
           MOVE    ZERO        TO  WS-CNT-SUPP.
           MOVE    ZERO        TO  WS-CNT-HELD.
           MOVE   'F'          TO  FLG-DBERR.
           OPEN    OUTPUT       EXPORT-FILE.
           PERFORM VARYING I   FROM    1   BY  1
           END-PERFORM.
           CLOSE   EXPORT-FILE.
           DISPLAY   'SAMPLE1: EXPORT SUPPRESSED=' WS-CNT-SUPP
                     ' HELD=' WS-CNT-HELD
               UPON    CONSOLE.
      *
           MOVE   'CURRENT'    TO  MCP-PUTTYPE.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       261-BULK-DELETE          SECTION.
      *    the selected rows still at the version on the screen go
      *    into one request for a second supervisor; a row changed
      *    meanwhile is left out, as it always was
           PERFORM 310-NEW-REQUEST.
           MOVE   'B'          TO  APR-ACTION.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   I   >   LIST-COUNT
               IF      LIST-SELECT(I)  =   'T'
                   MOVE    LIST-VERSION(I) TO  EDIT-VERSION
                   PERFORM 225-CHECK-VERSION
                   IF      FLG-CONFLICT    NOT =   'T'
                       ADD     1               TO  APR-KEY-CNT
                       MOVE    LIST-MAIL(I)    TO  APR-HOME(APR-KEY-CNT)
                       MOVE    LIST-VERSION(I)
                           TO  APR-VERSION(APR-KEY-CNT)
                   END-IF
               END-IF
           END-PERFORM.
      *
           IF      APR-KEY-CNT =   ZERO
               MOVE   'NOTHING TO DELETE'  TO  LIST-DENY-MSG
               PERFORM 200-SEARCH
           ELSE
               PERFORM 311-QUEUE-REQUEST
               IF      FLG-DBERR   =   'T'
                   MOVE   'CURRENT'    TO  MCP-PUTTYPE
                   MOVE   'error'      TO  MCP-WINDOW
                   PERFORM 900-PUT-WINDOW
               ELSE
                   MOVE   'BULK DELETE QUEUED FOR APPROVAL'
                                       TO  LIST-DENY-MSG
                   PERFORM 200-SEARCH
               END-IF
           END-IF.
      **************************************************************************
       263-BULK-EXPORT          SECTION.
           MOVE    ZERO        TO  WS-CNT-SUPP.
           MOVE    ZERO        TO  WS-CNT-HELD.
           MOVE   'F'          TO  FLG-DBERR.
           OPEN    OUTPUT       EXPORT-FILE.
           PERFORM VARYING I   FROM    1   BY  1
           END-PERFORM.
           CLOSE   EXPORT-FILE.
           DISPLAY   'SAMPLE1: EXPORT SUPPRESSED=' WS-CNT-SUPP
                     ' HELD=' WS-CNT-HELD
               UPON    CONSOLE.
      *
           MOVE   'CURRENT'    TO  MCP-PUTTYPE.
           MOVE   'list'       TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       262-LOAD-MERGE           SECTION.
           MOVE   'F'          TO  FLG-DBERR.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   I   >   2
                   MOVE    MCP-PATH    TO  LIST-ERR-PATH
                   MOVE    MCP-RC      TO  LIST-ERR-RC
               END-IF
               MOVE    ADR-VERSION     TO  WS-MERGE-VER(I)
               MOVE    ADR-NAME        TO  MERGE-NAME(I)
               MOVE    ADR-TEL         TO  MERGE-TEL(I)
               MOVE    ADR-POSTAL      TO  MERGE-POSTAL(I)
                   MOVE    ADR-ADDRESS(J)  TO  MERGE-ADRS-LINE(I, J)
               END-PERFORM
           END-PERFORM.
      **************************************************************************
       264-SHOW-MERGE           SECTION.
           PERFORM 262-LOAD-MERGE.
           MOVE   '1'          TO  MERGE-KEEP.
           MOVE   'CURRENT'    TO  MCP-PUTTYPE.
           IF      FLG-DBERR   =   'T'
           END-IF.
      **************************************************************************
       266-MERGE-APPLY          SECTION.
      *    the merge is queued for a second supervisor with the
      *    versions on file now; the worklist pair waits with it
           PERFORM 262-LOAD-MERGE.
           IF      FLG-DBERR   =   'F'
               PERFORM 310-NEW-REQUEST
               MOVE   'M'          TO  APR-ACTION
               MOVE    2           TO  APR-KEY-CNT
               PERFORM VARYING I   FROM    1   BY  1
                       UNTIL   I   >   2
                   MOVE    MERGE-HOME(I)   TO  APR-HOME(I)
                   MOVE    WS-MERGE-VER(I) TO  APR-VERSION(I)
               END-PERFORM
               IF      MERGE-KEEP  =   '2'
                   MOVE   '2'          TO  APR-MERGE-KEEP
               ELSE
                   MOVE   '1'          TO  APR-MERGE-KEEP
               END-IF
               MOVE    DUP-CUR-DATE    TO  APR-WRK-DATE
               MOVE    DUP-CUR-TIME    TO  APR-WRK-TIME
               MOVE    DUP-CUR-SEQ     TO  APR-WRK-SEQ
               MOVE    DUP-CUR-REASON  TO  APR-WRK-REASON
               PERFORM 311-QUEUE-REQUEST
           END-IF.
      *
           IF      FLG-DBERR   =   'T'
               MOVE   'CURRENT'    TO  MCP-PUTTYPE
               MOVE   'error'      TO  MCP-WINDOW
               PERFORM 900-PUT-WINDOW
           ELSE
               IF      DUP-CUR-DATE    NOT =   SPACE
                   MOVE   'P'          TO  WS-WRK-MARK
                   PERFORM 269-MARK-WORKED
               END-IF
               MOVE   'MERGE QUEUED FOR APPROVAL'  TO  LIST-DENY-MSG
               MOVE   'H'          TO  LIST-SEARCH-TYPE
               MOVE    APR-HOME(1) TO  LIST-KEY
               IF      APR-MERGE-KEEP  =   '2'
                   MOVE    APR-HOME(2) TO  LIST-KEY
               END-IF
               PERFORM 200-SEARCH
           END-IF.
      **************************************************************************
       267-MERGE-CANCEL         SECTION.
           IF      DUP-CUR-DATE    NOT =   SPACE
                         MCP-RC
                   UPON    CONSOLE
           END-IF.
      *    a pair put back open (merge request rejected or stale)
      *    counts as open again
           IF      WS-WRK-MARK     =   'O'
               ADD     1           TO  DUP-OPEN-COUNT
           ELSE
               IF      DUP-OPEN-COUNT  >   ZERO
                   SUBTRACT    1       FROM    DUP-OPEN-COUNT
               END-IF
           END-IF.
           MOVE    SPACE       TO  DUP-CUR-DATE.
           MOVE    SPACE       TO  DUP-CUR-TIME.
               IF      FLG-CONFLICT    =   'T'
                   PERFORM 228-SHOW-CONFLICT
               ELSE
      *            an address the post office kept returning is
      *            released from its hold once the address itself is
      *            corrected; a name or phone change leaves it held
                   MOVE   'N'          TO  WS-ADDR-CHANGED
                   IF      EDIT-POSTAL     NOT =   ADR-POSTAL
                       OR  EDIT-PREF-CITY  NOT =   ADR-PREF-CITY
                       OR  EDIT-STREET     NOT =   ADR-STREET
                       OR  EDIT-ADRS-LINE(1)   NOT =   ADR-ADDRESS(1)
                       OR  EDIT-ADRS-LINE(2)   NOT =   ADR-ADDRESS(2)
                       OR  EDIT-ADRS-LINE(3)   NOT =   ADR-ADDRESS(3)
                       MOVE   'Y'          TO  WS-ADDR-CHANGED
                   END-IF
                   MOVE   'U'          TO  WS-HIST-ACTION
                   PERFORM 820-LOG-HISTORY
      *
                   MOVE    EDIT-STREET     TO  ADR-STREET
                   COMPUTE ADR-VERSION = EDIT-VERSION + 1
                   PERFORM 800-DBUPDATE-ADRS
                   IF      MCP-RC      =   ZERO
                       AND WS-ADDR-CHANGED =   'Y'
                       PERFORM 239-CLEAR-RETURN-HOLD
                   END-IF
      *
                   MOVE   'H'          TO  LIST-SEARCH-TYPE
                   MOVE    EDIT-HOME   TO  LIST-KEY
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       230-DELETE              SECTION.
      *    a delete takes a second supervisor.  the version is
      *    checked now, so a stale form never reaches the approver,
      *    and again when the request is carried out
           MOVE    EDIT-HOME   TO  WS-FETCH-HOME.
           PERFORM 225-CHECK-VERSION.
           IF      FLG-CONFLICT    =   'T'
               PERFORM 228-SHOW-CONFLICT
           ELSE
               PERFORM 310-NEW-REQUEST
               MOVE   'D'          TO  APR-ACTION
               MOVE    1           TO  APR-KEY-CNT
               MOVE    EDIT-HOME   TO  APR-HOME(1)
               MOVE    EDIT-VERSION    TO  APR-VERSION(1)
               PERFORM 311-QUEUE-REQUEST
               IF      FLG-DBERR   =   'T'
                   MOVE   'CURRENT'    TO  MCP-PUTTYPE
                   MOVE   'error'      TO  MCP-WINDOW
                   PERFORM 900-PUT-WINDOW
               ELSE
                   MOVE   'DELETE QUEUED FOR APPROVAL'
                                       TO  LIST-DENY-MSG
                   MOVE   'H'          TO  LIST-SEARCH-TYPE
                   MOVE    EDIT-HOME   TO  LIST-KEY
                   PERFORM 200-SEARCH
               END-IF
           END-IF.
      **************************************************************************
       235-SHOW-HISTORY        SECTION.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       236-RESTORE-HIST        SECTION.
      *    the picked version is queued for a second supervisor with
      *    the entry's version now -- zero when it has been deleted
           IF      HIST-LIST-PICK  <   1
               OR  HIST-LIST-PICK  >   HIST-LIST-COUNT
               MOVE   'CURRENT'    TO  MCP-PUTTYPE
               MOVE   'history'    TO  MCP-WINDOW
               PERFORM 900-PUT-WINDOW
           ELSE
               PERFORM 310-NEW-REQUEST
               MOVE   'R'          TO  APR-ACTION
               MOVE    1           TO  APR-KEY-CNT
               MOVE    HIST-LIST-KEY   TO  APR-HOME(1)
               MOVE    HIST-LIST-KEY   TO  WS-FETCH-HOME
               PERFORM 810-FETCH-ONE-ADRS
               IF      MCP-RC      =   ZERO
                   MOVE    ADR-VERSION TO  APR-VERSION(1)
               ELSE
                   MOVE    ZERO        TO  APR-VERSION(1)
               END-IF
               MOVE    HIST-ROW-NAME(HIST-LIST-PICK)   TO  APR-REST-NAME
               MOVE    HIST-ROW-TEL(HIST-LIST-PICK)    TO  APR-REST-TEL
               PERFORM VARYING J   FROM    1   BY  1
                       UNTIL   J   >   3
                   MOVE    HIST-ROW-ADRS(HIST-LIST-PICK, J)
                       TO  APR-REST-ADDRESS(J)
               END-PERFORM
               MOVE    HIST-ROW-POSTAL(HIST-LIST-PICK)
                   TO  APR-REST-POSTAL
               MOVE    HIST-ROW-PREF-CITY(HIST-LIST-PICK)
                   TO  APR-REST-PREF-CITY
               MOVE    HIST-ROW-STREET(HIST-LIST-PICK)
                   TO  APR-REST-STREET
               PERFORM 311-QUEUE-REQUEST
               IF      FLG-DBERR   =   'T'
                   MOVE   'CURRENT'    TO  MCP-PUTTYPE
                   MOVE   'error'      TO  MCP-WINDOW
                   PERFORM 900-PUT-WINDOW
               ELSE
                   MOVE   'RESTORE QUEUED FOR APPROVAL'
                                       TO  LIST-DENY-MSG
                   MOVE   'H'              TO  LIST-SEARCH-TYPE
                   MOVE    HIST-LIST-KEY  TO  LIST-KEY
                   PERFORM 200-SEARCH
               END-IF
           END-IF.
      **************************************************************************
       237-SUPPRESS-SET        SECTION.
           END-IF.
      **************************************************************************
       238-SUPPRESS-CLEAR      SECTION.
      *    lifting a legal hold takes a second supervisor; the entry
      *    stays suppressed until the request is approved
           MOVE   'F'          TO  FLG-DBERR.
           IF      EDIT-HOME   NOT =   SPACE
               PERFORM 310-NEW-REQUEST
               MOVE   'S'          TO  APR-ACTION
               MOVE    1           TO  APR-KEY-CNT
               MOVE    EDIT-HOME   TO  APR-HOME(1)
               PERFORM 311-QUEUE-REQUEST
               IF      FLG-DBERR   =   'F'
                   MOVE   'CLEAR QUEUED FOR APPROVAL'  TO  EDIT-ERR-MSG
               END-IF
           END-IF.
      *
           MOVE   'CURRENT'    TO  MCP-PUTTYPE.
           IF      FLG-DBERR   =   'T'
               MOVE   'error'      TO  MCP-WINDOW
           ELSE
               MOVE   'edit'       TO  MCP-WINDOW
           END-IF.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       239-CLEAR-RETURN-HOLD   SECTION.
      *    the bounce count starts again from the corrected address;
      *    the clear date keeps late returns of mail sent to the old
      *    address from putting the entry straight back on hold
           MOVE    EDIT-HOME   TO  WS-SUP-HOME.
           PERFORM 849-FETCH-ONE-RET.
           IF      WS-RET-FOUND    =   'Y'
               MOVE    FUNCTION CURRENT-DATE   TO  WS-CURRENT-DATE
               MOVE    ZERO        TO  RET-COUNT
               MOVE    SPACE       TO  RET-HOLD
               MOVE    WS-CURRENT-DATE(1:8)    TO  RET-CLEAR-DATE
               MOVE    SPA-OPEID   TO  RET-CLEAR-OPER
               PERFORM 849-DBUPDATE-RET
               IF      MCP-RC      NOT =   ZERO
                   DISPLAY   'SAMPLE1: RETURNED-MAIL HOLD NOT CLEARED, '
                             'MCP-RC=' MCP-RC
                       UPON    CONSOLE
               END-IF
           END-IF.
      **************************************************************************
       270-QUIT                SECTION.
           MOVE   'CLOSE'      TO  MCP-PUTTYPE.
           MOVE   'CURRENT'    TO  MCP-PUTTYPE.
           MOVE   'list'       TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       300-APR-LIST            SECTION.
      *    the open requests of the site, oldest first, less the
      *    signed-on supervisor's own -- nobody approves their own
           MOVE   'F'          TO  FLG-DBERR.
           INITIALIZE  ADRSAPR.
           MOVE    META-HOST   TO  APR-SITE.
           PERFORM 855-DBSELECT-APR.
      *
           IF      MCP-RC      NOT =   ZERO
               MOVE   'T'          TO  FLG-DBERR
               MOVE    MCP-PATH    TO  LIST-ERR-PATH
               MOVE    MCP-RC      TO  LIST-ERR-RC
           ELSE
               MOVE    ZERO        TO  I
               PERFORM 856-DBFETCH-APR
               PERFORM UNTIL   (  MCP-RC  NOT =  ZERO  )
                           OR  (  I       >=     20    )
                   IF      APR-STATUS  =   'O'
                       AND APR-OPER    NOT =   SPA-OPEID
                       ADD     1           TO  I
                       MOVE    APR-DATE    TO  APR-ROW-DATE(I)
                       MOVE    APR-TIME    TO  APR-ROW-TIME(I)
                       MOVE    APR-TERM    TO  APR-ROW-TERM(I)
                       MOVE    APR-OPER    TO  APR-ROW-OPER(I)
                       MOVE    APR-ACTION  TO  APR-ROW-ACTION(I)
                       MOVE    APR-KEY-CNT TO  APR-ROW-KEYS(I)
                       MOVE    APR-HOME(1) TO  APR-ROW-HOME(I, 1)
                       MOVE    APR-HOME(2) TO  APR-ROW-HOME(I, 2)
                   END-IF
                   PERFORM 856-DBFETCH-APR
               END-PERFORM
               MOVE    I           TO  APR-LIST-COUNT
               MOVE    ZERO        TO  APR-LIST-PICK
               MOVE    SPACE       TO  APR-REJ-REASON
           END-IF.
      *
           MOVE   'CURRENT'    TO  MCP-PUTTYPE.
           IF      FLG-DBERR   =   'T'
               MOVE   'error'      TO  MCP-WINDOW
           ELSE
               MOVE   'approve'    TO  MCP-WINDOW
           END-IF.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       305-APR-APPROVE         SECTION.
           IF      APR-LIST-PICK   <   1
               OR  APR-LIST-PICK   >   APR-LIST-COUNT
               MOVE   'CURRENT'    TO  MCP-PUTTYPE
               MOVE   'approve'    TO  MCP-WINDOW
               PERFORM 900-PUT-WINDOW
           ELSE
               PERFORM 315-FETCH-REQUEST
               IF      FLG-DBERR   =   'T'
                   MOVE   'CURRENT'    TO  MCP-PUTTYPE
                   MOVE   'error'      TO  MCP-WINDOW
                   PERFORM 900-PUT-WINDOW
               ELSE
                   IF      WS-APR-FOUND    =   'N'
                       MOVE   'REQUEST IS NO LONGER OPEN'
                                           TO  LIST-DENY-MSG
                   ELSE
      *                the history names both people: who asked, from
      *                where, and who approved
                       MOVE    APR-OPER    TO  WS-STAMP-OPER
                       MOVE    APR-TERM    TO  WS-STAMP-TERM
                       MOVE    SPA-OPEID   TO  WS-STAMP-APPROVER
                       MOVE   'A'          TO  WS-APR-OUTCOME
                       MOVE    SPACE       TO  WS-DEC-REASON
                       EVALUATE    APR-ACTION
                         WHEN    'D'
                         WHEN    'B'
                           PERFORM 320-APPLY-DELETES
                         WHEN    'M'
                           PERFORM 322-APPLY-MERGE
                         WHEN    'R'
                           PERFORM 323-APPLY-RESTORE
                         WHEN    'S'
                           PERFORM 324-APPLY-SUPCLEAR
                         WHEN     OTHER
                           MOVE   'F'          TO  WS-APR-OUTCOME
                           MOVE   'UNKNOWN REQUEST TYPE'
                                               TO  WS-DEC-REASON
                       END-EVALUATE
                       PERFORM 330-CLOSE-REQUEST
                       IF      WS-APR-OUTCOME  =   'A'
                           AND WS-DEC-REASON   =   SPACE
                           MOVE   'REQUEST APPROVED AND CARRIED OUT'
                                               TO  LIST-DENY-MSG
                       ELSE
                           MOVE    WS-DEC-REASON   TO  LIST-DENY-MSG
                       END-IF
                   END-IF
                   PERFORM 300-APR-LIST
               END-IF
           END-IF.
      **************************************************************************
       306-APR-REJECT          SECTION.
           IF      APR-LIST-PICK   <   1
               OR  APR-LIST-PICK   >   APR-LIST-COUNT
               OR  APR-REJ-REASON  =   SPACE
               IF      APR-REJ-REASON  =   SPACE
                   MOVE   'A REJECTION NEEDS A REASON'
                                       TO  LIST-DENY-MSG
               END-IF
               MOVE   'CURRENT'    TO  MCP-PUTTYPE
               MOVE   'approve'    TO  MCP-WINDOW
               PERFORM 900-PUT-WINDOW
           ELSE
               PERFORM 315-FETCH-REQUEST
               IF      FLG-DBERR   =   'T'
                   MOVE   'CURRENT'    TO  MCP-PUTTYPE
                   MOVE   'error'      TO  MCP-WINDOW
                   PERFORM 900-PUT-WINDOW
               ELSE
                   IF      WS-APR-FOUND    =   'N'
                       MOVE   'REQUEST IS NO LONGER OPEN'
                                           TO  LIST-DENY-MSG
                   ELSE
      *                a rejected merge puts its pair back on the
      *                worklist for the next clerk
                       IF      APR-ACTION      =   'M'
                           AND APR-WRK-DATE    NOT =   SPACE
                           PERFORM 321-LOAD-WRK-PAIR
                           MOVE   'O'          TO  WS-WRK-MARK
                           PERFORM 269-MARK-WORKED
                       END-IF
                       MOVE   'J'              TO  WS-APR-OUTCOME
                       MOVE    APR-REJ-REASON  TO  WS-DEC-REASON
                       PERFORM 330-CLOSE-REQUEST
                       MOVE   'REQUEST REJECTED'   TO  LIST-DENY-MSG
                   END-IF
                   PERFORM 300-APR-LIST
               END-IF
           END-IF.
      **************************************************************************
       310-NEW-REQUEST         SECTION.
           MOVE   'F'          TO  FLG-DBERR.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-CURRENT-DATE.
           INITIALIZE  ADRSAPR.
           MOVE    META-HOST   TO  APR-SITE.
           MOVE    WS-CURRENT-DATE(1:8)    TO  APR-DATE.
           MOVE    WS-CURRENT-DATE(9:6)    TO  APR-TIME.
           MOVE    SPA-TERMID  TO  APR-TERM.
           MOVE    SPA-OPEID   TO  APR-OPER.
           MOVE   'O'          TO  APR-STATUS.
           MOVE    ZERO        TO  APR-KEY-CNT.
      **************************************************************************
       311-QUEUE-REQUEST       SECTION.
           PERFORM 857-DBINSERT-APR.
           IF      MCP-RC      NOT =   ZERO
               MOVE   'T'          TO  FLG-DBERR
               MOVE    MCP-PATH    TO  LIST-ERR-PATH
               MOVE    MCP-RC      TO  LIST-ERR-RC
           END-IF.
      **************************************************************************
       315-FETCH-REQUEST       SECTION.
      *    the request is read again by its key; only one still
      *    open, and not the approver's own, may be acted on
           MOVE   'F'          TO  FLG-DBERR.
           MOVE   'N'          TO  WS-APR-FOUND.
           INITIALIZE  ADRSAPR.
           MOVE    META-HOST                       TO  APR-SITE.
           MOVE    APR-ROW-DATE(APR-LIST-PICK)     TO  APR-DATE.
           MOVE    APR-ROW-TIME(APR-LIST-PICK)     TO  APR-TIME.
           MOVE    APR-ROW-TERM(APR-LIST-PICK)     TO  APR-TERM.
           PERFORM 855-DBSELECT-APR.
           IF      MCP-RC      =   ZERO
               PERFORM 856-DBFETCH-APR
           END-IF.
      *
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      APR-DATE    =   APR-ROW-DATE(APR-LIST-PICK)
                   AND APR-TIME    =   APR-ROW-TIME(APR-LIST-PICK)
                   AND APR-TERM    =   APR-ROW-TERM(APR-LIST-PICK)
                   AND APR-STATUS  =   'O'
                   AND APR-OPER    NOT =   SPA-OPEID
                   MOVE   'Y'          TO  WS-APR-FOUND
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               MOVE   'T'          TO  FLG-DBERR
               MOVE    MCP-PATH    TO  LIST-ERR-PATH
               MOVE    MCP-RC      TO  LIST-ERR-RC
           END-EVALUATE.
      **************************************************************************
       320-APPLY-DELETES       SECTION.
      *    an entry changed since the request is left alone; the
      *    reason tells the approver how many were
           MOVE    ZERO        TO  WS-APR-DONE.
           MOVE    ZERO        TO  WS-APR-SKIP.
           PERFORM VARYING WS-APR-IX   FROM    1   BY  1
                   UNTIL   WS-APR-IX   >   APR-KEY-CNT
               MOVE    APR-HOME(WS-APR-IX)     TO  WS-FETCH-HOME
               MOVE    APR-VERSION(WS-APR-IX)  TO  EDIT-VERSION
               PERFORM 225-CHECK-VERSION
               IF      FLG-CONFLICT    =   'T'
                   ADD     1           TO  WS-APR-SKIP
               ELSE
                   MOVE   'D'          TO  WS-HIST-ACTION
                   PERFORM 820-LOG-HISTORY
                   MOVE    META-HOST   TO  ADR-SITE
                   MOVE    APR-HOME(WS-APR-IX)     TO  ADR-HOME
                   PERFORM 800-DBDELETE-ADRS
                   IF      MCP-RC      =   ZERO
                       ADD     1           TO  WS-APR-DONE
                       MOVE    APR-HOME(WS-APR-IX) TO  WS-PURGE-HOME
                       PERFORM 835-PURGE-GRP-ROWS
                   ELSE
                       ADD     1           TO  WS-APR-SKIP
                   END-IF
               END-IF
           END-PERFORM.
      *
           IF      WS-APR-SKIP >   ZERO
               IF      WS-APR-DONE =   ZERO
                   MOVE   'F'          TO  WS-APR-OUTCOME
                   MOVE   'NOT DONE, ENTRY CHANGED SINCE REQUEST'
                                       TO  WS-DEC-REASON
               ELSE
                   MOVE    WS-APR-DONE TO  WS-APR-DONE-ED
                   MOVE    WS-APR-SKIP TO  WS-APR-SKIP-ED
                   STRING 'DELETED '       WS-APR-DONE-ED
                          ', SKIPPED '     WS-APR-SKIP-ED
                          ' CHANGED SINCE REQUEST'
                           DELIMITED BY SIZE
                       INTO    WS-DEC-REASON
                   END-STRING
               END-IF
           END-IF.
      **************************************************************************
       321-LOAD-WRK-PAIR       SECTION.
           MOVE    APR-HOME(1)     TO  MERGE-HOME(1).
           MOVE    APR-HOME(2)     TO  MERGE-HOME(2).
           MOVE    APR-WRK-DATE    TO  DUP-CUR-DATE.
           MOVE    APR-WRK-TIME    TO  DUP-CUR-TIME.
           MOVE    APR-WRK-SEQ     TO  DUP-CUR-SEQ.
           MOVE    APR-WRK-REASON  TO  DUP-CUR-REASON.
      **************************************************************************
       322-APPLY-MERGE         SECTION.
      *    the pair is read fresh; either side changed or gone since
      *    the request and nothing is merged
           PERFORM 321-LOAD-WRK-PAIR.
           PERFORM 262-LOAD-MERGE.
           IF      FLG-DBERR   =   'F'
               IF      WS-MERGE-VER(1) NOT =   APR-VERSION(1)
                   OR  WS-MERGE-VER(2) NOT =   APR-VERSION(2)
                   MOVE   'T'          TO  FLG-DBERR
               END-IF
           END-IF.
           IF      FLG-DBERR   =   'T'
               MOVE   'F'          TO  FLG-DBERR
               MOVE   'F'          TO  WS-APR-OUTCOME
               MOVE   'NOT DONE, PAIR CHANGED SINCE REQUEST'
                                   TO  WS-DEC-REASON
               IF      DUP-CUR-DATE    NOT =   SPACE
                   MOVE   'O'          TO  WS-WRK-MARK
                   PERFORM 269-MARK-WORKED
               END-IF
           ELSE
               MOVE    APR-MERGE-KEEP  TO  MERGE-KEEP
               PERFORM 325-MERGE-PAIR
           END-IF.
      **************************************************************************
       323-APPLY-RESTORE       SECTION.
      *    restored only over the version the requester saw; an
      *    entry deleted at request time must still be deleted
      *    an entry erased at the customer's request is never
      *    brought back, whatever image the request holds
           PERFORM 326-CHECK-ERASED.
           IF      WS-APR-OUTCOME  =   'A'
               MOVE    APR-HOME(1)     TO  WS-FETCH-HOME
               PERFORM 810-FETCH-ONE-ADRS
               IF      (  MCP-RC  =      ZERO
                      AND ADR-VERSION  NOT =  APR-VERSION(1)  )
                   OR  (  MCP-RC  NOT =  ZERO
                      AND APR-VERSION(1)   NOT =  ZERO  )
                   MOVE   'F'          TO  WS-APR-OUTCOME
                   MOVE   'NOT DONE, ENTRY CHANGED SINCE REQUEST'
                                       TO  WS-DEC-REASON
               ELSE
                   MOVE    APR-HOME(1)     TO  WS-FETCH-HOME
                   MOVE   'R'              TO  WS-HIST-ACTION
                   PERFORM 820-LOG-HISTORY
      *
                   MOVE    META-HOST       TO  ADR-SITE
                   MOVE    APR-HOME(1)     TO  ADR-HOME
                   MOVE    APR-REST-NAME   TO  ADR-NAME
                   MOVE    APR-REST-TEL    TO  ADR-TEL
                   PERFORM VARYING J   FROM    1   BY  1
                           UNTIL   J   >   3
                       MOVE    APR-REST-ADDRESS(J) TO  ADR-ADDRESS(J)
                   END-PERFORM
                   MOVE    APR-REST-POSTAL     TO  ADR-POSTAL
                   MOVE    APR-REST-PREF-CITY  TO  ADR-PREF-CITY
                   MOVE    APR-REST-STREET     TO  ADR-STREET
                   ADD     1           TO  ADR-VERSION
                   PERFORM 800-DBUPDATE-ADRS
      *            a deleted entry brought back is stamped like an add,
      *            with the after-image, since there was nothing before
                   IF      MCP-RC      NOT =   ZERO
                       MOVE    1           TO  ADR-VERSION
                       PERFORM 800-DBINSERT-ADRS
                       IF      MCP-RC      =   ZERO
                           MOVE    APR-HOME(1)     TO  WS-FETCH-HOME
                           MOVE   'V'              TO  WS-HIST-ACTION
                           PERFORM 820-LOG-HISTORY
                       ELSE
                           MOVE   'F'          TO  WS-APR-OUTCOME
                           MOVE   'NOT DONE, ENTRY NOT RESTORED'
                                               TO  WS-DEC-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       324-APPLY-SUPCLEAR      SECTION.
      *    the erased row is what keeps the person from being loaded
      *    again, so it is never cleared from the window
           PERFORM 326-CHECK-ERASED.
           IF      WS-APR-OUTCOME  =   'A'
               MOVE    META-HOST       TO  SUP-SITE
               MOVE    APR-HOME(1)     TO  SUP-HOME
               MOVE    SPACE           TO  SUP-FLAG
               MOVE    SPACE           TO  SUP-DATE
               MOVE    SPACE           TO  SUP-OPER
               PERFORM 848-DBDELETE-SUP
               IF      MCP-RC      NOT =   ZERO
                   MOVE   'F'          TO  WS-APR-OUTCOME
                   MOVE   'NOT DONE, SUPPRESSION NOT CLEARED'
                                       TO  WS-DEC-REASON
               END-IF
           END-IF.
      **************************************************************************
       326-CHECK-ERASED        SECTION.
      *    a key erased by the data-subject run keeps only its
      *    ADRSSUP row, flagged 'E'; a failed lookup leaves nothing
      *    done rather than risk undoing the erasure
           MOVE    APR-HOME(1)     TO  WS-SUP-HOME.
           PERFORM 845-FETCH-ONE-SUP.
           IF      FLG-DBERR   =   'T'
               MOVE   'F'          TO  FLG-DBERR
               MOVE   'F'          TO  WS-APR-OUTCOME
               MOVE   'NOT DONE, SUPPRESSION LIST NOT READ'
                                   TO  WS-DEC-REASON
           ELSE
               IF      WS-SUP-FOUND    =   'Y'
                   AND SUP-FLAG        =   'E'
                   MOVE   'F'          TO  WS-APR-OUTCOME
                   MOVE   'NOT DONE, ENTRY ERASED'
                                       TO  WS-DEC-REASON
               END-IF
           END-IF.
      **************************************************************************
       325-MERGE-PAIR          SECTION.
           IF      MERGE-KEEP  =   '2'
               MOVE    2           TO  WS-KEEP-IX
               MOVE    1           TO  WS-LOSE-IX
           ELSE
               MOVE    1           TO  WS-KEEP-IX
               MOVE    2           TO  WS-LOSE-IX
           END-IF.
      *
           MOVE    MERGE-HOME(WS-KEEP-IX)   TO  WS-FETCH-HOME.
           MOVE   'M'          TO  WS-HIST-ACTION.
           PERFORM 820-LOG-HISTORY.
      *
           MOVE    META-HOST   TO  ADR-SITE.
           MOVE    MERGE-HOME(WS-KEEP-IX)   TO  ADR-HOME.
           MOVE    MERGE-NAME(WS-KEEP-IX)   TO  ADR-NAME.
           IF      ADR-NAME    =   SPACE
               MOVE    MERGE-NAME(WS-LOSE-IX)   TO  ADR-NAME
           END-IF.
           MOVE    MERGE-TEL(WS-KEEP-IX)    TO  ADR-TEL.
           IF      ADR-TEL     =   SPACE
               MOVE    MERGE-TEL(WS-LOSE-IX)    TO  ADR-TEL
           END-IF.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   J   >   3
               MOVE    MERGE-ADRS-LINE(WS-KEEP-IX, J)
                   TO  ADR-ADDRESS(J)
               IF      ADR-ADDRESS(J)  =   SPACE
                   MOVE    MERGE-ADRS-LINE(WS-LOSE-IX, J)
                                       TO  ADR-ADDRESS(J)
               END-IF
           END-PERFORM.
      *    the structured postal part travels as one unit, so the
      *    postal code is never paired with the other record's street
           IF      MERGE-POSTAL(WS-KEEP-IX)    NOT =   SPACE
               MOVE    MERGE-POSTAL(WS-KEEP-IX)    TO  ADR-POSTAL
               MOVE    MERGE-PREF-CITY(WS-KEEP-IX) TO  ADR-PREF-CITY
               MOVE    MERGE-STREET(WS-KEEP-IX)    TO  ADR-STREET
           ELSE
               MOVE    MERGE-POSTAL(WS-LOSE-IX)    TO  ADR-POSTAL
               MOVE    MERGE-PREF-CITY(WS-LOSE-IX) TO  ADR-PREF-CITY
               MOVE    MERGE-STREET(WS-LOSE-IX)    TO  ADR-STREET
           END-IF.
           ADD     1           TO  ADR-VERSION.
           PERFORM 800-DBUPDATE-ADRS.
      *
           IF      MCP-RC      =   ZERO
      *        the pair leaves the worklist only when the merge
      *        actually landed; on a failed update it goes back
      *        open for the next clerk
               IF      DUP-CUR-DATE    NOT =   SPACE
                   MOVE   'R'          TO  WS-WRK-MARK
                   PERFORM 269-MARK-WORKED
               END-IF
               MOVE    MERGE-HOME(WS-LOSE-IX)   TO  WS-FETCH-HOME
               MOVE   'X'          TO  WS-HIST-ACTION
               PERFORM 820-LOG-HISTORY
               MOVE    META-HOST   TO  ADR-SITE
               MOVE    MERGE-HOME(WS-LOSE-IX)   TO  ADR-HOME
               PERFORM 800-DBDELETE-ADRS
               IF      MCP-RC      =   ZERO
                   MOVE    MERGE-HOME(WS-LOSE-IX)  TO  WS-PURGE-HOME
                   PERFORM 835-PURGE-GRP-ROWS
               END-IF
           ELSE
               MOVE   'F'          TO  WS-APR-OUTCOME
               MOVE   'NOT DONE, MERGE NOT APPLIED'
                                   TO  WS-DEC-REASON
               IF      DUP-CUR-DATE    NOT =   SPACE
                   MOVE   'O'          TO  WS-WRK-MARK
                   PERFORM 269-MARK-WORKED
               END-IF
           END-IF.
      **************************************************************************
       330-CLOSE-REQUEST       SECTION.
      *    the request is closed with the decision whatever came of
      *    it; 'F' tells the requester the approval found it stale
           MOVE    FUNCTION CURRENT-DATE   TO  WS-CURRENT-DATE.
           MOVE    WS-APR-OUTCOME          TO  APR-STATUS.
           MOVE    SPA-OPEID               TO  APR-DEC-OPER.
           MOVE    SPA-TERMID              TO  APR-DEC-TERM.
           MOVE    WS-CURRENT-DATE(1:8)    TO  APR-DEC-DATE.
           MOVE    WS-CURRENT-DATE(9:6)    TO  APR-DEC-TIME.
           MOVE    WS-DEC-REASON           TO  APR-DEC-REASON.
           PERFORM 858-DBUPDATE-APR.
           IF      MCP-RC      NOT =   ZERO
               DISPLAY   'SAMPLE1: APPROVAL REQUEST NOT CLOSED, '
                         'MCP-RC=' MCP-RC
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       800-DBSELECT-ADRS       SECTION.
           MOVE    META-HOST       TO  ADR-SITE.
               MOVE    ADR-HOME        TO  HIST-HOME
               MOVE    WS-CURRENT-DATE(1:8)    TO  HIST-DATE
               MOVE    WS-CURRENT-DATE(9:6)    TO  HIST-TIME
               MOVE    WS-STAMP-OPER   TO  HIST-OPER
               MOVE    WS-STAMP-TERM   TO  HIST-TERM
               MOVE    WS-STAMP-APPROVER   TO  HIST-APPROVER
               MOVE    WS-HIST-ACTION  TO  HIST-ACTION
               MOVE    ADR-NAME        TO  HIST-NAME
               MOVE    ADR-TEL         TO  HIST-TEL
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSSUP.
      **************************************************************************
       849-FETCH-ONE-RET       SECTION.
           MOVE   'N'          TO  WS-RET-FOUND.
           MOVE   'N'          TO  WS-RET-HELD.
           MOVE    META-HOST   TO  RET-SITE.
           MOVE    WS-SUP-HOME TO  RET-HOME.
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
      *    same positional-cursor key check as the suppression
      *    lookup; a failed lookup takes the error window and
      *    nothing is exported
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      RET-SITE    =   META-HOST
                   AND RET-HOME    =   WS-SUP-HOME
                   MOVE   'Y'          TO  WS-RET-FOUND
                   IF      RET-HOLD    =   'H'
                       MOVE   'Y'          TO  WS-RET-HELD
                   END-IF
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               MOVE   'T'          TO  FLG-DBERR
               MOVE    MCP-PATH    TO  LIST-ERR-PATH
               MOVE    MCP-RC      TO  LIST-ERR-RC
           END-EVALUATE.
      **************************************************************************
       849-DBUPDATE-RET        SECTION.
           MOVE   'DBUPDATE'   TO  MCP-FUNC.
           MOVE    PATH-RET-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSRET.
      **************************************************************************
       850-DBSELECT-WRK        SECTION.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSWRK.
      **************************************************************************
       855-DBSELECT-APR        SECTION.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.
      **************************************************************************
       856-DBFETCH-APR         SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
           INITIALIZE  ADRSAPR.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.
      *
      *    another site's requests are never offered for approval
           IF      MCP-RC      =   ZERO
               IF      APR-SITE    NOT =   META-HOST
                   MOVE    9           TO  MCP-RC
               END-IF
           END-IF.
      **************************************************************************
       857-DBINSERT-APR        SECTION.
           MOVE   'DBINSERT'   TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.
      **************************************************************************
       858-DBUPDATE-APR        SECTION.
           MOVE   'DBUPDATE'   TO  MCP-FUNC.
           MOVE    PATH-APR-PRIMARY    TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRSAPR.
      **************************************************************************
       800-WRITE-EXPORT-ROW    SECTION.
      *    a do-not-contact entry never leaves the system; the
      *    suppressed count proves to compliance that the hold held.
      *    an entry on returned-mail hold is left out the same way
           MOVE    LIST-MAIL(I)    TO  WS-SUP-HOME.
           PERFORM 845-FETCH-ONE-SUP.
           MOVE   'N'          TO  WS-RET-HELD.
           IF      FLG-DBERR   =   'F'
               AND WS-SUP-FOUND    =   'N'
               PERFORM 849-FETCH-ONE-RET
           END-IF.
           IF      FLG-DBERR   =   'T'
               CONTINUE
           ELSE
           IF      WS-SUP-FOUND    =   'Y'
               ADD     1           TO  WS-CNT-SUPP
           ELSE
           IF      WS-RET-HELD     =   'Y'
               ADD     1           TO  WS-CNT-HELD
           ELSE
               MOVE    LIST-NAME(I)    TO  EXP-NAME
               MOVE    LIST-TEL(I)     TO  EXP-TEL
               MOVE    LIST-STREET(I)      TO  EXP-STREET
               WRITE   EXPORT-REC
           END-IF
           END-IF
           END-IF.
      **************************************************************************
       800-LOG-AUDIT           SECTION.

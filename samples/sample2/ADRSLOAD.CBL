      *    the reject report and totals are produced, but nothing is
      *    written to the database, so a bad vendor file can be
      *    bounced before anything is loaded.
      *
      *    A key the data-subject run ADRSDSR has erased (an ADRSSUP
      *    row flagged 'E') is rejected, so a vendor file can never
      *    put back a person who asked to be forgotten.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
           SELECT  PCM-FILE        ASSIGN      TO  'ADRSPCM.DAT'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-PCM-STAT.
           SELECT  RUNLOG-FILE     ASSIGN      TO  'ADRSRUN.LOG'
                                    ORGANIZATION    IS  LINE SEQUENTIAL
                                    FILE STATUS     IS  WS-RUN-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       FD  LOAD-FILE.
           02  PCM-STATUS          PIC X(1).
           02  FILLER              PIC X(1).
           02  PCM-PREF-CITY       PIC X(40).
       FD  RUNLOG-FILE.
       COPY    RUN-LOG.
       WORKING-STORAGE         SECTION.
       01  LOAD-REC.
           02  LOAD-NAME           PIC X(30).
           02  WS-PCM-ENT      OCCURS 1000 TIMES.
               03  WS-PCM-CODE     PIC X(8).
               03  WS-PCM-ST       PIC X(1).
       01  WS-RUN-STAT     PIC X(2).
       01  WS-RUN-START    PIC X(14).
       01  WS-RUN-STAMP    PIC X(21).
       01  WS-TOTAL-LINE.
           02  WS-TOT-LABEL    PIC X(20).
           02  WS-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
      *      06 -- address lines must fill top-down
      *      07 -- postal code not on master, retired, or missing
      *            while pref/city or street is filled
      *      08 -- key erased at the customer's request, never
      *            reloaded
      *      09 -- erased-key check could not read ADRSSUP
      ******************************************************************
       COPY    ENUM-VALUE.
       COPY    DBPATH.
       COPY    DB-ADRS.
       COPY    DB-META.
       COPY    DB-SUP.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    WS-RUN-STAMP(1:14)      TO  WS-RUN-START.
           OPEN    INPUT        LOAD-FILE.
           OPEN    OUTPUT       REJECT-FILE.
           OPEN    OUTPUT       TOTAL-FILE.
               CLOSE   LOAD-FILE
               CLOSE   REJECT-FILE
               CLOSE   TOTAL-FILE
               MOVE    16          TO  RETURN-CODE
               PERFORM 870-WRITE-RUNLOG
               STOP    RUN
           END-IF.
           DISPLAY   'ADRSLOAD: META-HOST:[' META-HOST ']'
           CLOSE   LOAD-FILE.
           CLOSE   REJECT-FILE.
           CLOSE   TOTAL-FILE.
           PERFORM 870-WRITE-RUNLOG.
           STOP    RUN.
      **************************************************************************
       100-READ-LOAD            SECTION.
                   PERFORM 225-CHECK-POSTAL
               END-IF
           END-IF.
      *
           IF      WS-REJ-REASON   =   SPACE
               PERFORM 227-CHECK-ERASED
           END-IF.
      **************************************************************************
       225-CHECK-POSTAL         SECTION.
      *    when the postal master could not be loaded the table is
                   MOVE   '07'         TO  WS-REJ-REASON
               END-IF
           END-IF.
      **************************************************************************
       227-CHECK-ERASED         SECTION.
      *    only the erased flag blocks a load; the other suppression
      *    flags keep the entry on file and only stop it going out
           PERFORM 800-FETCH-SUP.
           EVALUATE    TRUE
             WHEN    MCP-RC-OK
               IF      SUP-FLAG    =   'E'
                   MOVE   '08'         TO  WS-REJ-REASON
               END-IF
             WHEN    MCP-RC-EOD
             WHEN    MCP-RC-KEYBOUND
               CONTINUE
             WHEN     OTHER
               DISPLAY   'ADRSLOAD: ADRSSUP FETCH FAILED, MCP-RC='
                         MCP-RC ' KEY=' LOAD-MAIL
                   UPON    CONSOLE
               MOVE   '09'         TO  WS-REJ-REASON
           END-EVALUATE.
      **************************************************************************
       230-CLASSIFY-TRIAL       SECTION.
      *    reads only -- the insert/update split still shows on the
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       800-FETCH-SUP           SECTION.
           MOVE    META-HOST   TO  SUP-SITE.
           MOVE    LOAD-MAIL   TO  SUP-HOME.
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
           IF      MCP-RC      =   ZERO
               IF      SUP-SITE    NOT =   META-HOST
                   OR  SUP-HOME    NOT =   LOAD-MAIL
                   MOVE    9           TO  MCP-RC
               END-IF
           END-IF.
      **************************************************************************
       800-DBINSERT-ADRS       SECTION.
           MOVE   'DBINSERT'   TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       870-WRITE-RUNLOG         SECTION.
      *    one standard record per run, normal end or abend, on the
      *    shared log the morning run-sheet reads
           MOVE    FUNCTION CURRENT-DATE   TO  WS-RUN-STAMP.
           MOVE    SPACE           TO  RUNLOG-REC.
           MOVE   'ADRSLOAD'       TO  RUN-PGM.
           MOVE    WS-RUN-START    TO  RUN-START.
           MOVE    WS-RUN-STAMP(1:14)  TO  RUN-END.
           MOVE    RETURN-CODE     TO  RUN-CC.
           MOVE    WS-CNT-READ     TO  RUN-READ.
           COMPUTE RUN-WRITTEN =   WS-CNT-INSERT   +   WS-CNT-UPDATE.
           MOVE    WS-CNT-REJECT   TO  RUN-REJECTED.
           IF      RETURN-CODE NOT =   ZERO
               MOVE    MCP-PATH        TO  RUN-ABEND-PATH
               MOVE    MCP-RC          TO  RUN-ABEND-RC
           END-IF.
           MOVE    WS-FORMAT       TO  RUN-PARM(1:5).
           MOVE    WS-MODE         TO  RUN-PARM(7:5).
      *
           OPEN    EXTEND       RUNLOG-FILE.
           IF      WS-RUN-STAT NOT =   '00'
               OPEN    OUTPUT       RUNLOG-FILE
           END-IF.
           WRITE   RUNLOG-REC.
           CLOSE   RUNLOG-FILE.

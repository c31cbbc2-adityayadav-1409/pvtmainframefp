       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYEXCWRK.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  OWNER EXCEPTION WORKLIST - CICS TRANSACTION NYWK. NYEXCRTE      *
      *  ROUTES THE AGED OWNER-NOT-FOUND EXCEPTIONS TO SERVICING UNITS,  *
      *  BUT A UNIT COULD ONLY CLOSE AN ITEM BY SENDING BACK A           *
      *  HAND-BUILT RESOLIN FILE, SO AN ITEM FIXED ON MONDAY STAYED      *
      *  OPEN UNTIL THE NEXT WEEKLY RUN. THIS PSEUDO-CONVERSATIONAL      *
      *  TRANSACTION LETS A REP LIST THE UNIT'S OPEN ASSIGNMENTS - ALL,  *
      *  PAST THE SLA, OR WITHIN IT - TWELVE TO A PAGE (MAP NYEXWM1),    *
      *  OPEN AN ITEM TO SEE THE OWNER NAME, ISSUE STATE AND SERVICING   *
      *  AGENT WITH ITS LATEST NOTES (MAP NYEXWM2), ADD A NOTE, AND      *
      *  CLOSE THE ITEM WITH ONE OF THE CLOSE CODES IN                   *
      *  CLOSE-CODE-TABLE.                                               *
      *  THE ITEMS COME FROM NYEXCRTE'S WORKLOAD FILE (CKEXCWRK),        *
      *  LOADED INTO THE P54.CK.NYEXCRTE.WORKLIST CLUSTER AFTER EVERY    *
      *  NYEXCRTE RUN BY THE WRKLOAD STEP BELOW; A UNIT'S ITEMS ARE      *
      *  BROWSED THROUGH THE ALTERNATE INDEX ON THE UNIT (CICS FILE      *
      *  WORKUNIT). A CLOSE IS WRITTEN TO THE P54.CK.NYEXCRTE.WORKACT    *
      *  CLUSTER IN NYEXCRTE'S RESOLIN LAYOUT (CKEXCACT) AND DROPS THE   *
      *  ITEM FROM THE LIST AT ONCE; NYEXCRTE'S WRKUNLD STEP UNLOADS     *
      *  THE CLUSTER INTO RESOLIN, SO THE CLOSE FEEDS THE NEXT CYCLE     *
      *  WITH NO HAND-BUILT FILE, AND ITS WRKCLR STEP EMPTIES THE        *
      *  CLUSTER AFTER A CLEAN RUN, SO A CLOSE FEEDS THAT ONE CYCLE      *
      *  ONLY. NOTES (CKEXCNOT) GO TO THE P54.CK.NYEXCRTE.WORKNOTE       *
      *  CLUSTER UNDER THE POLICY, WITH THE DATE, TIME, USER ID AND      *
      *  UNIT, AND ARE KEPT ACROSS CYCLES;                               *
      *  EVERY CLOSE ALSO WRITES A NOTE RECORDING THE CODE, SO THE       *
      *  NOTES ARE THE ITEM'S AUDIT TRAIL.                               *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      *     CICS RESOURCES -                                             *
      *       TRANSACTION NYWK  PROGRAM NYEXCWRK                         *
      *       MAPSET      NYEXWMS (MAPS NYEXWM1 AND NYEXWM2)             *
      *       FILE        WORKLIST DSN P54.CK.NYEXCRTE.WORKLIST,         *
      *                   READ ONLY                                      *
      *       FILE        WORKUNIT DSN P54.CK.NYEXCRTE.WORKLIST.UNITPATH *
      *                   READ/BROWSE ONLY                               *
      *       FILE        WORKACT  DSN P54.CK.NYEXCRTE.WORKACT           *
      *                   READ/ADD, RECOVERABLE                          *
      *                   CLOSED FROM NYEXCRTE'S WRKUNLD STEP THROUGH    *
      *                   ITS WRKCLR STEP                                *
      *       FILE        WORKNOTE DSN P54.CK.NYEXCRTE.WORKNOTE          *
      *                   READ/BROWSE/ADD, RECOVERABLE                   *
      *     ONE-TIME DEFINE OF THE CLOSE AND NOTE CLUSTERS -             *
      * //WRKDEF   EXEC PGM=IDCAMS                                       *
      * //SYSPRINT DD SYSOUT=*                                           *
      * //SYSIN    DD *                                                  *
      *   DEFINE CLUSTER (NAME(P54.CK.NYEXCRTE.WORKACT) INDEXED -        *
      *          KEYS(10 0) RECORDSIZE(30 30) SHAREOPTIONS(2 3) -        *
      *          CYLINDERS(1 1))                                         *
      *   DEFINE CLUSTER (NAME(P54.CK.NYEXCRTE.WORKNOTE) INDEXED -       *
      *          KEYS(25 0) RECORDSIZE(110 110) SHAREOPTIONS(2 3) -      *
      *          CYLINDERS(5 5))                                         *
      * /*                                                               *
      *     WORKLIST RELOAD AFTER EVERY NYEXCRTE RUN, WITH THE WORKLIST  *
      *     AND WORKUNIT FILES CLOSED IN CICS -                          *
      * //WRKLOAD  EXEC PGM=IDCAMS                                       *
      * //SYSPRINT DD SYSOUT=*                                           *
      * //WORKLOAD DD DISP=SHR,DSN=T54.T9511F0.NYEXCRTE.WORKLOAD.DATA    *
      * //SYSIN    DD *                                                  *
      *   DELETE P54.CK.NYEXCRTE.WORKLIST CLUSTER                        *
      *   SET MAXCC = 0                                                  *
      *   DEFINE CLUSTER (NAME(P54.CK.NYEXCRTE.WORKLIST) INDEXED -       *
      *          KEYS(10 0) RECORDSIZE(100 100) SHAREOPTIONS(2 3) -      *
      *          CYLINDERS(5 5))                                         *
      *   REPRO INFILE(WORKLOAD) OUTDATASET(P54.CK.NYEXCRTE.WORKLIST)    *
      *   DEFINE AIX (NAME(P54.CK.NYEXCRTE.WORKLIST.UNITAIX) -           *
      *          RELATE(P54.CK.NYEXCRTE.WORKLIST) KEYS(8 10) -           *
      *          NONUNIQUEKEY UPGRADE RECORDSIZE(100 5000) -             *
      *          CYLINDERS(1 1))                                         *
      *   BLDINDEX INDATASET(P54.CK.NYEXCRTE.WORKLIST) -                 *
      *          OUTDATASET(P54.CK.NYEXCRTE.WORKLIST.UNITAIX)            *
      *   DEFINE PATH (NAME(P54.CK.NYEXCRTE.WORKLIST.UNITPATH) -         *
      *          PATHENTRY(P54.CK.NYEXCRTE.WORKLIST.UNITAIX))            *
      * /*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     LIST SCREEN - UNIT (REQUIRED) AND SLA FILTER A ALL           *
      *       (DEFAULT), P PAST THE SLA, W WITHIN IT. S BESIDE AN ITEM   *
      *       OPENS IT. PF7 FIRST PAGE, PF8 NEXT PAGE, PF3 OR CLEAR ENDS *
      *       THE SESSION.                                               *
      *     DETAIL SCREEN - A NOTE OF UP TO 60 CHARACTERS AND/OR A CLOSE *
      *       CODE. PF3 RETURNS TO THE LIST.                             *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     INPUT EDIT ERRORS - SHOWN ON THE MESSAGE LINE, NO UPDATE     *
      *     FILE ERRORS - SHOWN WITH THE CICS RESPONSE CODE              *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *     NONE                                                         *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     CLOSE-CODE-TABLE - VALID CLOSE CODES AND THEIR DESCRIPTIONS, *
      *       ALSO PRINTED ON MAP NYEXWM2                                *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYEXCWRK WORKING STORAGE BEGINS'.

      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-LIST-FILE                  PIC X(08) VALUE 'WORKLIST'.
           05 WS-UNIT-PATH                  PIC X(08) VALUE 'WORKUNIT'.
           05 WS-CLOSE-FILE                 PIC X(08) VALUE 'WORKACT '.
           05 WS-NOTE-FILE                  PIC X(08) VALUE 'WORKNOTE'.
           05 WS-MAPSET                     PIC X(08) VALUE 'NYEXWMS '.
           05 WS-LIST-MAP                   PIC X(08) VALUE 'NYEXWM1 '.
           05 WS-DETAIL-MAP                 PIC X(08) VALUE 'NYEXWM2 '.
           05 WS-TRAN-ID                    PIC X(04) VALUE 'NYWK'.
           05 WS-ROWS-PER-PAGE              PIC S9(04) COMP VALUE +12.
           05 WS-NOTES-SHOWN                PIC S9(04) COMP VALUE +4.
           05 WS-END-MESSAGE                PIC X(40)
              VALUE 'OWNER EXCEPTION WORKLIST SESSION ENDED'.

      * VALID CLOSE CODES - KEEP IN STEP WITH THE LEGEND ON NYEXWM2
       01  CLOSE-CODE-VALUES.
           05 FILLER PIC X(32) VALUE 'OLOWNER LOCATED, NO CHANGE      '.
           05 FILLER PIC X(32) VALUE 'AUOWNER RECORD UPDATED          '.
           05 FILLER PIC X(32) VALUE 'DCOWNER DECEASED, CLAIM REFERRED'.
           05 FILLER PIC X(32) VALUE 'TRPOLICY TERMINATED             '.
           05 FILLER PIC X(32) VALUE 'ESREFERRED FOR ESCHEATMENT      '.
           05 FILLER PIC X(32) VALUE 'DPDUPLICATE ITEM                '.
       01  CLOSE-CODE-TABLE REDEFINES CLOSE-CODE-VALUES.
           05 CC-ENTRY OCCURS 6 TIMES.
              10 CC-CODE                    PIC X(02).
              10 CC-DESC                    PIC X(30).
       EJECT

       01 VARIABLE-WORK-AREA.
           05 WS-RESP                       PIC S9(08) COMP.
           05 WS-RESP-ED                    PIC ZZZ9.
           05 WS-ABSTIME                    PIC S9(15) COMP-3.
           05 WS-USER-ID                    PIC X(08).
           05 WS-TIME-NOW                   PIC X(06).

      * TODAY, CCYYMMDD, AND AS SHOWN ON THE SCREEN
           05 WS-TODAY                      PIC X(08).
           05 WS-TODAY-PARTS REDEFINES WS-TODAY.
              10 WS-TODAY-CCYY              PIC X(04).
              10 WS-TODAY-MM                PIC X(02).
              10 WS-TODAY-DD                PIC X(02).
           05 WS-SHOW-DATE.
              10 WS-SHOW-MM                 PIC X(02).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 WS-SHOW-DD                 PIC X(02).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 WS-SHOW-CCYY               PIC X(04).

      * WORK SUBSCRIPTS AND COUNTS
           05 WS-ROW-SUB                    PIC S9(04) COMP.
           05 WS-ROW-CNT                    PIC S9(04) COMP.
           05 WS-CC-SUB                     PIC S9(04) COMP.
           05 WS-NOTE-SUB                   PIC S9(04) COMP.
           05 WS-NOTE-FROM                  PIC S9(04) COMP.
           05 WS-NOTE-CNT                   PIC S9(04) COMP.
           05 WS-NOTE-CNT-ED                PIC ZZZ9.
           05 WS-PAGE-ED                    PIC ZZ9.
           05 WS-CYCLE-ED                   PIC ZZZZ9.

      * BROWSE KEYS
           05 WS-UNIT-KEY                   PIC X(08).
           05 WS-NOTE-BR-KEY.
              10 WS-NOTE-BR-POLICY          PIC X(10).
              10 WS-NOTE-BR-REST            PIC X(15).

           05 WS-ITEM-IND                   PIC X(01).
              88 ITEM-ON-LIST               VALUE 'Y'.
              88 ITEM-GONE                  VALUE 'N'.
           05 WS-CLOSED-IND                 PIC X(01).
              88 ITEM-CLOSED                VALUE 'Y'.
              88 ITEM-NOT-CLOSED            VALUE 'N'.
           05 WS-BROWSE-IND                 PIC X(01).
              88 BROWSE-DONE                VALUE 'Y'.
              88 BROWSE-ACTIVE              VALUE 'N'.

           05 WS-NEW-NOTE                   PIC X(60).
           05 WS-CLOSE-CODE                 PIC X(02).
           05 WS-CLOSE-DESC                 PIC X(30).
           05 WS-MESSAGE                    PIC X(78).

      * ONE LIST ROW, LINED UP WITH THE NYEXWM1 HEADING
           05 WS-LIST-LINE.
              10 WS-LL-POLICY               PIC X(10).
              10 FILLER                     PIC X(01) VALUE SPACE.
              10 WS-LL-STATE                PIC X(02).
              10 FILLER                     PIC X(01) VALUE SPACE.
              10 WS-LL-AGENT                PIC X(10).
              10 FILLER                     PIC X(01) VALUE SPACE.
              10 WS-LL-CYCLES               PIC ZZZZ9.
              10 FILLER                     PIC X(02) VALUE SPACE.
              10 WS-LL-SLA                  PIC X(01).
              10 FILLER                     PIC X(03) VALUE SPACE.
              10 WS-LL-OWNER                PIC X(38).

      * ONE NOTE LINE ON NYEXWM2, AND THE LAST FOUR NOTES READ
           05 WS-NOTE-LINE.
              10 WS-NL-MM                   PIC X(02).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 WS-NL-DD                   PIC X(02).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 WS-NL-YY                   PIC X(02).
              10 FILLER                     PIC X(01) VALUE SPACE.
              10 WS-NL-USER                 PIC X(08).
              10 FILLER                     PIC X(01) VALUE SPACE.
              10 WS-NL-TEXT                 PIC X(60).
           05 WS-NOTE-TABLE.
              10 WS-NOTE-SHOWN OCCURS 4 TIMES PIC X(78).
       EJECT

      ********************************************************************
      *  WORKLIST, CLOSE AND NOTE RECORDS                               *
      ********************************************************************

       01 WL-WORK-RECORD.
           COPY CKEXCWRK.

       01 WA-CLOSE-RECORD.
           COPY CKEXCACT.

       01 WN-NOTE-RECORD.
           COPY CKEXCNOT.
       EJECT

      ********************************************************************
      *  COMMAREA - SCREEN IN USE, LIST POSITION AND THE ROWS SHOWN     *
      ********************************************************************

       01 WC-COMMAREA.
           05 WC-SCREEN                     PIC X(01).
              88 WC-ON-LIST                 VALUE 'L'.
              88 WC-ON-DETAIL               VALUE 'D'.
           05 WC-UNIT                       PIC X(08).
           05 WC-SLA-FILTER                 PIC X(01).
              88 WC-SLA-ALL                 VALUE 'A'.
              88 WC-SLA-PAST                VALUE 'P'.
              88 WC-SLA-WITHIN              VALUE 'W'.
              88 WC-SLA-VALID               VALUE 'A' 'P' 'W'.
           05 WC-PAGE-NO                    PIC 9(03).
           05 WC-PAGE-START                 PIC X(10).
           05 WC-NEXT-START                 PIC X(10).
           05 WC-MORE-IND                   PIC X(01).
              88 WC-MORE-ITEMS              VALUE 'Y'.
           05 WC-ROW-POLICY OCCURS 12 TIMES PIC X(10).
           05 WC-DETAIL-POLICY              PIC X(10).
       EJECT

       COPY NYEXWMS.
       EJECT

      ********************************************************************
      *  THE TWELVE LIST ROWS OF NYEXWM1 - SELECT FIELD AND LINE. THE   *
      *  ROWS START AT BYTE 47 OF THE MAP AND ARE MOVED IN AND OUT OF   *
      *  IT WHOLE                                                       *
      ********************************************************************

       01 WM1-ROW-AREA.
           02 WM1-ROW OCCURS 12 TIMES.
              03 WM1-SEL-LEN                PIC S9(04) COMP.
              03 WM1-SEL-ATTR               PIC X(01).
              03 WM1-SEL                    PIC X(01).
              03 WM1-LINE-LEN               PIC S9(04) COMP.
              03 WM1-LINE-ATTR              PIC X(01).
              03 WM1-LINE                   PIC X(74).
       EJECT

       COPY DFHAID.
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYEXCWRK WORKING STORAGE ENDS  '.
       EJECT
       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(164).
       EJECT
       PROCEDURE DIVISION.
      ********************************************************************
      *                        MAINLINE LOGIC                           *
      ********************************************************************

       0000-CONTROL-PROCESS.

           PERFORM 1000-INITIALIZATION
               THRU 1099-INITIALIZATION-EXIT.

           IF EIBCALEN EQUAL ZERO
               PERFORM 1100-FIRST-DISPLAY
                   THRU 1199-FIRST-DISPLAY-EXIT
               GO TO 0900-RETURN
           END-IF.

           MOVE DFHCOMMAREA TO WC-COMMAREA.

           IF EIBAID EQUAL DFHCLEAR
               PERFORM 9000-END-SESSION
                   THRU 9099-END-SESSION-EXIT
           END-IF.

           IF WC-ON-DETAIL
               PERFORM 5000-DETAIL-SCREEN
                   THRU 5099-DETAIL-SCREEN-EXIT
           ELSE
               PERFORM 3000-LIST-SCREEN
                   THRU 3099-LIST-SCREEN-EXIT
           END-IF.

       0900-RETURN.

           EXEC CICS RETURN
               TRANSID  (WS-TRAN-ID)
               COMMAREA (WC-COMMAREA)
               LENGTH   (LENGTH OF WC-COMMAREA)
           END-EXEC.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO WS-MESSAGE.

           EXEC CICS ASKTIME
               ABSTIME  (WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME  (WS-ABSTIME)
               YYYYMMDD (WS-TODAY)
               TIME     (WS-TIME-NOW)
           END-EXEC.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    FIRST ENTRY - EMPTY LIST SCREEN ASKING FOR THE UNIT           *
      ********************************************************************

       1100-FIRST-DISPLAY.

           MOVE SPACE TO WC-COMMAREA.
           SET WC-ON-LIST TO TRUE.
           MOVE ZERO TO WC-PAGE-NO.
           MOVE LOW-VALUES TO NYEXWM1O.
           MOVE 'ENTER YOUR UNIT AND PRESS ENTER' TO WS-MESSAGE.
           PERFORM 4010-CLEAR-ROWS
               THRU 4019-CLEAR-ROWS-EXIT.

           PERFORM 8000-SEND-LIST
               THRU 8099-SEND-LIST-EXIT.

       1199-FIRST-DISPLAY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    LIST SCREEN - EDIT THE UNIT AND FILTER, PAGE, OR OPEN THE     *
      *    ITEM SELECTED WITH S                                          *
      ********************************************************************

       3000-LIST-SCREEN.

           IF EIBAID EQUAL DFHPF3
               PERFORM 9000-END-SESSION
                   THRU 9099-END-SESSION-EXIT
           END-IF.

           MOVE LOW-VALUES TO NYEXWM1I.
           EXEC CICS RECEIVE
               MAP      (WS-LIST-MAP)
               MAPSET   (WS-MAPSET)
               INTO     (NYEXWM1I)
               RESP     (WS-RESP)
           END-EXEC.
           MOVE NYEXWM1I (47:972) TO WM1-ROW-AREA.
           INSPECT UNITI   REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT SLAFLTI REPLACING ALL LOW-VALUES BY SPACE.
           IF SLAFLTI EQUAL SPACE
               MOVE 'A' TO SLAFLTI
           END-IF.

           IF UNITI EQUAL SPACE
               MOVE 'ENTER YOUR UNIT AND PRESS ENTER' TO WS-MESSAGE
               MOVE SPACE TO WC-UNIT
               MOVE ZERO  TO WC-PAGE-NO
               PERFORM 4010-CLEAR-ROWS
                   THRU 4019-CLEAR-ROWS-EXIT
               GO TO 3090-SEND-LIST
           END-IF.

           IF SLAFLTI NOT EQUAL 'A' AND NOT EQUAL 'P'
               AND NOT EQUAL 'W'
               MOVE 'SLA FILTER MUST BE A, P OR W' TO WS-MESSAGE
               MOVE SPACE TO WC-UNIT
               MOVE ZERO  TO WC-PAGE-NO
               PERFORM 4010-CLEAR-ROWS
                   THRU 4019-CLEAR-ROWS-EXIT
               GO TO 3090-SEND-LIST
           END-IF.

      * A NEW UNIT OR FILTER STARTS THE LIST AGAIN FROM THE TOP
           IF UNITI NOT EQUAL WC-UNIT
               OR SLAFLTI NOT EQUAL WC-SLA-FILTER
               MOVE UNITI   TO WC-UNIT
               MOVE SLAFLTI TO WC-SLA-FILTER
               GO TO 3070-FIRST-PAGE
           END-IF.

           IF EIBAID EQUAL DFHPF7
               GO TO 3070-FIRST-PAGE
           END-IF.

           IF EIBAID EQUAL DFHPF8
               GO TO 3060-NEXT-PAGE
           END-IF.

           IF EIBAID NOT EQUAL DFHENTER
               MOVE 'INVALID KEY - SEE THE FOOT OF THE SCREEN'
                   TO WS-MESSAGE
               GO TO 3080-BUILD-PAGE
           END-IF.

           PERFORM 3200-FIND-SELECTION
               THRU 3299-FIND-SELECTION-EXIT.
           IF WC-DETAIL-POLICY EQUAL SPACE
               GO TO 3080-BUILD-PAGE
           END-IF.

           PERFORM 6000-LOAD-DETAIL
               THRU 6099-LOAD-DETAIL-EXIT.
           IF ITEM-GONE
               GO TO 3080-BUILD-PAGE
           END-IF.
           PERFORM 8100-SEND-DETAIL
               THRU 8199-SEND-DETAIL-EXIT.
           GO TO 3099-LIST-SCREEN-EXIT.

       3060-NEXT-PAGE.

           IF NOT WC-MORE-ITEMS
               MOVE 'NO MORE ITEMS - THIS IS THE LAST PAGE'
                   TO WS-MESSAGE
               GO TO 3080-BUILD-PAGE
           END-IF.

           ADD 1 TO WC-PAGE-NO.
           MOVE WC-NEXT-START TO WC-PAGE-START.
           GO TO 3080-BUILD-PAGE.

       3070-FIRST-PAGE.

           MOVE 1 TO WC-PAGE-NO.
           MOVE LOW-VALUES TO WC-PAGE-START.

       3080-BUILD-PAGE.

           PERFORM 4000-BUILD-LIST
               THRU 4099-BUILD-LIST-EXIT.

       3090-SEND-LIST.

           PERFORM 8000-SEND-LIST
               THRU 8099-SEND-LIST-EXIT.

       3099-LIST-SCREEN-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    FIRST ROW MARKED FOR SELECTION - ONLY S IS ACCEPTED           *
      ********************************************************************

       3200-FIND-SELECTION.

           MOVE SPACE TO WC-DETAIL-POLICY.
           MOVE ZERO  TO WS-ROW-SUB.

       3220-NEXT-ROW.

           ADD 1 TO WS-ROW-SUB.
           IF WS-ROW-SUB GREATER THAN WS-ROWS-PER-PAGE
               GO TO 3299-FIND-SELECTION-EXIT
           END-IF.

           IF WM1-SEL (WS-ROW-SUB) EQUAL SPACE
               OR WM1-SEL (WS-ROW-SUB) EQUAL LOW-VALUE
               GO TO 3220-NEXT-ROW
           END-IF.

           IF WM1-SEL (WS-ROW-SUB) NOT EQUAL 'S'
               OR WC-ROW-POLICY (WS-ROW-SUB) EQUAL SPACE
               MOVE 'TYPE S BESIDE A LISTED ITEM TO OPEN IT'
                   TO WS-MESSAGE
               GO TO 3299-FIND-SELECTION-EXIT
           END-IF.

           MOVE WC-ROW-POLICY (WS-ROW-SUB) TO WC-DETAIL-POLICY.

       3299-FIND-SELECTION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    BUILD ONE PAGE OF THE UNIT'S OPEN ITEMS FROM WC-PAGE-START,   *
      *    BROWSING THE UNIT PATH. ITEMS CLOSED ONLINE SINCE THE LAST    *
      *    RELOAD ARE LEFT OFF; THE THIRTEENTH MATCH IS WHERE THE NEXT   *
      *    PAGE STARTS                                                   *
      ********************************************************************

       4000-BUILD-LIST.

           PERFORM 4010-CLEAR-ROWS
               THRU 4019-CLEAR-ROWS-EXIT.
           MOVE ZERO    TO WS-ROW-CNT.
           MOVE 'N'     TO WC-MORE-IND.
           MOVE SPACE   TO WC-NEXT-START.
           MOVE WC-UNIT TO WS-UNIT-KEY.

           EXEC CICS STARTBR
               FILE     (WS-UNIT-PATH)
               RIDFLD   (WS-UNIT-KEY)
               GTEQ
               RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NOTFND)
               GO TO 4090-LIST-MESSAGE
           END-IF.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4095-LIST-FILE-ERROR
           END-IF.

       4020-NEXT-ITEM.

           EXEC CICS READNEXT
               FILE     (WS-UNIT-PATH)
               INTO     (WL-WORK-RECORD)
               RIDFLD   (WS-UNIT-KEY)
               RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(ENDFILE)
               GO TO 4080-END-BROWSE
           END-IF.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               AND WS-RESP NOT EQUAL DFHRESP(DUPKEY)
               EXEC CICS ENDBR
                   FILE     (WS-UNIT-PATH)
               END-EXEC
               GO TO 4095-LIST-FILE-ERROR
           END-IF.

           IF WL-UNIT NOT EQUAL WC-UNIT
               GO TO 4080-END-BROWSE
           END-IF.

      * A UNIT'S ITEMS COME BACK IN POLICY ORDER - SKIP EARLIER PAGES
           IF WL-POLICY LESS THAN WC-PAGE-START
               GO TO 4020-NEXT-ITEM
           END-IF.

           IF (WC-SLA-PAST AND NOT WL-PAST-SLA)
               OR (WC-SLA-WITHIN AND WL-PAST-SLA)
               GO TO 4020-NEXT-ITEM
           END-IF.

           EXEC CICS READ
               FILE     (WS-CLOSE-FILE)
               INTO     (WA-CLOSE-RECORD)
               RIDFLD   (WL-POLICY)
               RESP     (WS-RESP)
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               GO TO 4020-NEXT-ITEM
           END-IF.

           IF WS-ROW-CNT NOT LESS THAN WS-ROWS-PER-PAGE
               SET WC-MORE-ITEMS TO TRUE
               MOVE WL-POLICY TO WC-NEXT-START
               GO TO 4080-END-BROWSE
           END-IF.

           ADD 1 TO WS-ROW-CNT.
           MOVE WL-POLICY       TO WS-LL-POLICY
                                   WC-ROW-POLICY (WS-ROW-CNT).
           MOVE WL-ISSUE-STATE  TO WS-LL-STATE.
           MOVE WL-AGENT-NUMBER TO WS-LL-AGENT.
           MOVE WL-CYCLE-CNT    TO WS-LL-CYCLES.
           MOVE WL-PAST-SLA-IND TO WS-LL-SLA.
           MOVE WL-OWNER-NAME   TO WS-LL-OWNER.
           IF WL-OWNER-NAME EQUAL SPACE
               MOVE '** NO OWNER ON FILE **' TO WS-LL-OWNER
           END-IF.
           MOVE WS-LIST-LINE    TO WM1-LINE (WS-ROW-CNT).
           GO TO 4020-NEXT-ITEM.

       4080-END-BROWSE.

           EXEC CICS ENDBR
               FILE     (WS-UNIT-PATH)
           END-EXEC.

       4090-LIST-MESSAGE.

           IF WS-MESSAGE NOT EQUAL SPACE
               GO TO 4099-BUILD-LIST-EXIT
           END-IF.

           IF WS-ROW-CNT EQUAL ZERO
               MOVE 'NO OPEN ITEMS FOR THIS UNIT AND FILTER'
                   TO WS-MESSAGE
               GO TO 4099-BUILD-LIST-EXIT
           END-IF.

           IF WC-MORE-ITEMS
               MOVE 'PF8 FOR MORE ITEMS' TO WS-MESSAGE
           ELSE
               MOVE 'END OF LIST' TO WS-MESSAGE
           END-IF.
           GO TO 4099-BUILD-LIST-EXIT.

       4095-LIST-FILE-ERROR.

           MOVE WS-RESP TO WS-RESP-ED.
           STRING 'WORKLIST FILE ERROR - RESP ' DELIMITED BY SIZE
                  WS-RESP-ED DELIMITED BY SIZE
                  INTO WS-MESSAGE.

       4099-BUILD-LIST-EXIT.
           EXIT.
       EJECT

       4010-CLEAR-ROWS.

           MOVE ZERO TO WS-ROW-SUB.

       4015-CLEAR-NEXT-ROW.

           ADD 1 TO WS-ROW-SUB.
           IF WS-ROW-SUB GREATER THAN WS-ROWS-PER-PAGE
               GO TO 4019-CLEAR-ROWS-EXIT
           END-IF.

           MOVE LOW-VALUES TO WM1-ROW (WS-ROW-SUB).
           MOVE SPACE      TO WM1-SEL (WS-ROW-SUB)
                              WM1-LINE (WS-ROW-SUB)
                              WC-ROW-POLICY (WS-ROW-SUB).
           GO TO 4015-CLEAR-NEXT-ROW.

       4019-CLEAR-ROWS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    DETAIL SCREEN - ADD A NOTE AND/OR CLOSE THE ITEM, OR PF3      *
      *    BACK TO THE LIST                                              *
      ********************************************************************

       5000-DETAIL-SCREEN.

           IF EIBAID EQUAL DFHPF3
               GO TO 5085-REBUILD-LIST
           END-IF.

           MOVE SPACE TO WS-NEW-NOTE WS-CLOSE-CODE.
           IF EIBAID EQUAL DFHENTER
               MOVE LOW-VALUES TO NYEXWM2I
               EXEC CICS RECEIVE
                   MAP      (WS-DETAIL-MAP)
                   MAPSET   (WS-MAPSET)
                   INTO     (NYEXWM2I)
                   RESP     (WS-RESP)
               END-EXEC
               INSPECT NEWNOTI REPLACING ALL LOW-VALUES BY SPACE
               INSPECT CLSCDI  REPLACING ALL LOW-VALUES BY SPACE
               MOVE NEWNOTI TO WS-NEW-NOTE
               MOVE CLSCDI  TO WS-CLOSE-CODE
           END-IF.

           PERFORM 6000-LOAD-DETAIL
               THRU 6099-LOAD-DETAIL-EXIT.
           IF ITEM-GONE
               GO TO 5085-REBUILD-LIST
           END-IF.

           IF EIBAID NOT EQUAL DFHENTER
               MOVE 'INVALID KEY - ENTER TO UPDATE, PF3 FOR THE LIST'
                   TO WS-MESSAGE
               GO TO 5090-SEND-DETAIL
           END-IF.

           IF WS-NEW-NOTE EQUAL SPACE AND WS-CLOSE-CODE EQUAL SPACE
               MOVE 'ENTER A NOTE, A CLOSE CODE, OR BOTH' TO WS-MESSAGE
               GO TO 5090-SEND-DETAIL
           END-IF.

           IF WS-CLOSE-CODE EQUAL SPACE
               GO TO 5050-ADD-NOTE
           END-IF.

           IF ITEM-CLOSED
               MOVE 'ITEM IS ALREADY CLOSED' TO WS-MESSAGE
               GO TO 5090-SEND-DETAIL
           END-IF.

           PERFORM 5100-FIND-CLOSE-CODE
               THRU 5199-FIND-CLOSE-CODE-EXIT.
           IF WS-CLOSE-DESC EQUAL SPACE
               MOVE 'CLOSE CODE IS NOT ONE OF THE CODES LISTED'
                   TO WS-MESSAGE
               GO TO 5090-SEND-DETAIL
           END-IF.

       5050-ADD-NOTE.

      * CLEAR WHATEVER 6000 LEFT FOR THE SCREEN - FROM HERE ON A
      * MESSAGE MEANS 5200 OR 5300 FAILED
           MOVE SPACE TO WS-MESSAGE.

           EXEC CICS ASSIGN
               USERID   (WS-USER-ID)
           END-EXEC.

           IF WS-NEW-NOTE NOT EQUAL SPACE
               PERFORM 5200-WRITE-NOTE
                   THRU 5299-WRITE-NOTE-EXIT
               IF WS-MESSAGE NOT EQUAL SPACE
                   GO TO 5090-SEND-DETAIL
               END-IF
           END-IF.

           IF WS-CLOSE-CODE EQUAL SPACE
               PERFORM 6000-LOAD-DETAIL
                   THRU 6099-LOAD-DETAIL-EXIT
               MOVE 'NOTE ADDED' TO WS-MESSAGE
               GO TO 5095-SEND-CLEAN
           END-IF.

           PERFORM 5300-CLOSE-ITEM
               THRU 5399-CLOSE-ITEM-EXIT.
           IF WS-MESSAGE NOT EQUAL SPACE
               GO TO 5090-SEND-DETAIL
           END-IF.

           STRING 'POLICY ' DELIMITED BY SIZE
                  WC-DETAIL-POLICY DELIMITED BY SPACE
                  ' CLOSED - ' DELIMITED BY SIZE
                  WS-CLOSE-DESC DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           GO TO 5085-REBUILD-LIST.

       5085-REBUILD-LIST.

           SET WC-ON-LIST TO TRUE.
           MOVE LOW-VALUES TO NYEXWM1O.
           PERFORM 4000-BUILD-LIST
               THRU 4099-BUILD-LIST-EXIT.
           PERFORM 8000-SEND-LIST
               THRU 8099-SEND-LIST-EXIT.
           GO TO 5099-DETAIL-SCREEN-EXIT.

      * AN EDIT ERROR KEEPS WHAT THE REP TYPED
       5090-SEND-DETAIL.

           MOVE WS-NEW-NOTE   TO NEWNOTO.
           MOVE WS-CLOSE-CODE TO CLSCDO.

       5095-SEND-CLEAN.

           PERFORM 8100-SEND-DETAIL
               THRU 8199-SEND-DETAIL-EXIT.

       5099-DETAIL-SCREEN-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    LOOK UP THE CLOSE CODE - DESCRIPTION LEFT BLANK IF NOT VALID  *
      ********************************************************************

       5100-FIND-CLOSE-CODE.

           MOVE SPACE TO WS-CLOSE-DESC.
           MOVE ZERO  TO WS-CC-SUB.

       5120-NEXT-CODE.

           ADD 1 TO WS-CC-SUB.
           IF WS-CC-SUB GREATER THAN 6
               GO TO 5199-FIND-CLOSE-CODE-EXIT
           END-IF.

           IF CC-CODE (WS-CC-SUB) NOT EQUAL WS-CLOSE-CODE
               GO TO 5120-NEXT-CODE
           END-IF.

           MOVE CC-DESC (WS-CC-SUB) TO WS-CLOSE-DESC.

       5199-FIND-CLOSE-CODE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    WRITE A REP'S NOTE UNDER THE POLICY                          *
      ********************************************************************

       5200-WRITE-NOTE.

           MOVE SPACE            TO WN-NOTE-RECORD.
           MOVE WC-DETAIL-POLICY TO WN-POLICY.
           MOVE WS-TODAY         TO WN-DATE.
           MOVE WS-TIME-NOW      TO WN-TIME.
           SET WN-REP-NOTE       TO TRUE.
           MOVE WS-USER-ID       TO WN-USER-ID.
           MOVE WL-UNIT          TO WN-UNIT.
           MOVE WS-NEW-NOTE      TO WN-TEXT.

           EXEC CICS WRITE
               FILE     (WS-NOTE-FILE)
               FROM     (WN-NOTE-RECORD)
               RIDFLD   (WN-KEY)
               RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(DUPREC)
               MOVE 'NOTE NOT ADDED - PRESS ENTER AGAIN'
                   TO WS-MESSAGE
               GO TO 5299-WRITE-NOTE-EXIT
           END-IF.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE WS-RESP TO WS-RESP-ED
               STRING 'NOTE FILE WRITE ERROR - RESP ' DELIMITED BY SIZE
                      WS-RESP-ED DELIMITED BY SIZE
                      INTO WS-MESSAGE
           END-IF.

       5299-WRITE-NOTE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    CLOSE THE ITEM - THE RESOLIN ROW FOR THE NEXT NYEXCRTE CYCLE  *
      *    AND A CLOSING NOTE, IN ONE UNIT OF WORK                       *
      ********************************************************************

       5300-CLOSE-ITEM.

           MOVE SPACE            TO WA-CLOSE-RECORD.
           MOVE WC-DETAIL-POLICY TO WA-POLICY.
           SET WA-CLOSED         TO TRUE.
           MOVE WS-CLOSE-CODE    TO WA-CLOSE-CODE.
           MOVE WL-UNIT          TO WA-CLOSE-UNIT.
           MOVE WS-TODAY         TO WA-CLOSE-DATE.

           EXEC CICS WRITE
               FILE     (WS-CLOSE-FILE)
               FROM     (WA-CLOSE-RECORD)
               RIDFLD   (WA-POLICY)
               RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(DUPREC)
               MOVE 'ITEM WAS CLOSED BY ANOTHER USER' TO WS-MESSAGE
               GO TO 5399-CLOSE-ITEM-EXIT
           END-IF.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5390-CLOSE-FILE-ERROR
           END-IF.

           MOVE SPACE            TO WN-NOTE-RECORD.
           MOVE WC-DETAIL-POLICY TO WN-POLICY.
           MOVE WS-TODAY         TO WN-DATE.
           MOVE WS-TIME-NOW      TO WN-TIME.
           SET WN-CLOSE-NOTE     TO TRUE.
           MOVE WS-USER-ID       TO WN-USER-ID.
           MOVE WL-UNIT          TO WN-UNIT.
           STRING 'CLOSED WITH CODE ' DELIMITED BY SIZE
                  WS-CLOSE-CODE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-CLOSE-DESC DELIMITED BY SIZE
                  INTO WN-TEXT.

           EXEC CICS WRITE
               FILE     (WS-NOTE-FILE)
               FROM     (WN-NOTE-RECORD)
               RIDFLD   (WN-KEY)
               RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               GO TO 5399-CLOSE-ITEM-EXIT
           END-IF.

       5390-CLOSE-FILE-ERROR.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE WS-RESP TO WS-RESP-ED.
           STRING 'CLOSE NOT RECORDED - FILE ERROR RESP ' DELIMITED BY
                  SIZE
                  WS-RESP-ED DELIMITED BY SIZE
                  INTO WS-MESSAGE.

       5399-CLOSE-ITEM-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    FILL NYEXWM2 FOR WC-DETAIL-POLICY - THE ITEM, WHETHER IT HAS  *
      *    BEEN CLOSED ONLINE, AND ITS LATEST NOTES                      *
      ********************************************************************

       6000-LOAD-DETAIL.

           SET ITEM-ON-LIST    TO TRUE.
           SET ITEM-NOT-CLOSED TO TRUE.

           EXEC CICS READ
               FILE     (WS-LIST-FILE)
               INTO     (WL-WORK-RECORD)
               RIDFLD   (WC-DETAIL-POLICY)
               RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET ITEM-GONE TO TRUE
               MOVE 'ITEM IS NO LONGER ON THE WORKLIST' TO WS-MESSAGE
               GO TO 6099-LOAD-DETAIL-EXIT
           END-IF.

           SET WC-ON-DETAIL TO TRUE.
           MOVE LOW-VALUES      TO NYEXWM2O.
           MOVE WL-POLICY       TO DPOLO.
           MOVE WL-UNIT         TO DUNITO.
           MOVE WL-CYCLE-CNT    TO WS-CYCLE-ED.
           MOVE WS-CYCLE-ED     TO DCYCO.
           MOVE WL-PAST-SLA-IND TO DSLAO.
           MOVE WL-OWNER-NAME   TO DOWNERO.
           IF WL-OWNER-NAME EQUAL SPACE
               MOVE '** NO OWNER ON FILE **' TO DOWNERO
           END-IF.
           MOVE WL-ISSUE-STATE  TO DSTATEO.
           MOVE WL-AGENT-NUMBER TO DAGENTO.

           EXEC CICS READ
               FILE     (WS-CLOSE-FILE)
               INTO     (WA-CLOSE-RECORD)
               RIDFLD   (WC-DETAIL-POLICY)
               RESP     (WS-RESP)
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET ITEM-CLOSED TO TRUE
           END-IF.

           PERFORM 6100-LOAD-NOTES
               THRU 6199-LOAD-NOTES-EXIT.

           MOVE WS-NOTE-SHOWN (1) TO NOTE1O.
           MOVE WS-NOTE-SHOWN (2) TO NOTE2O.
           MOVE WS-NOTE-SHOWN (3) TO NOTE3O.
           MOVE WS-NOTE-SHOWN (4) TO NOTE4O.

           IF ITEM-CLOSED
               MOVE 'ITEM IS CLOSED - IT LEAVES THE WORKLIST NEXT CYCLE'
                   TO WS-MESSAGE
               GO TO 6099-LOAD-DETAIL-EXIT
           END-IF.

           IF WS-NOTE-CNT GREATER THAN WS-NOTES-SHOWN
               MOVE WS-NOTE-CNT TO WS-NOTE-CNT-ED
               STRING WS-NOTE-CNT-ED DELIMITED BY SIZE
                      ' NOTES ON FILE - THE LATEST FOUR ARE SHOWN'
                          DELIMITED BY SIZE
                      INTO WS-MESSAGE
           END-IF.

       6099-LOAD-DETAIL-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    BROWSE THE POLICY'S NOTES, OLDEST FIRST, KEEPING THE LAST     *
      *    FOUR IN WS-NOTE-TABLE                                         *
      ********************************************************************

       6100-LOAD-NOTES.

           MOVE SPACE            TO WS-NOTE-TABLE.
           MOVE ZERO             TO WS-NOTE-CNT.
           MOVE WC-DETAIL-POLICY TO WS-NOTE-BR-POLICY.
           MOVE LOW-VALUES       TO WS-NOTE-BR-REST.

           EXEC CICS STARTBR
               FILE     (WS-NOTE-FILE)
               RIDFLD   (WS-NOTE-BR-KEY)
               GTEQ
               RESP     (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 6199-LOAD-NOTES-EXIT
           END-IF.

       6120-NEXT-NOTE.

           EXEC CICS READNEXT
               FILE     (WS-NOTE-FILE)
               INTO     (WN-NOTE-RECORD)
               RIDFLD   (WS-NOTE-BR-KEY)
               RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR WN-POLICY NOT EQUAL WC-DETAIL-POLICY
               GO TO 6180-END-NOTES
           END-IF.

           ADD 1 TO WS-NOTE-CNT.
           MOVE WN-DATE (5:2) TO WS-NL-MM.
           MOVE WN-DATE (7:2) TO WS-NL-DD.
           MOVE WN-DATE (3:2) TO WS-NL-YY.
           MOVE WN-USER-ID    TO WS-NL-USER.
           MOVE WN-TEXT       TO WS-NL-TEXT.
           MOVE WS-NOTE-SHOWN (2) TO WS-NOTE-SHOWN (1).
           MOVE WS-NOTE-SHOWN (3) TO WS-NOTE-SHOWN (2).
           MOVE WS-NOTE-SHOWN (4) TO WS-NOTE-SHOWN (3).
           MOVE WS-NOTE-LINE      TO WS-NOTE-SHOWN (4).
           GO TO 6120-NEXT-NOTE.

       6180-END-NOTES.

           EXEC CICS ENDBR
               FILE     (WS-NOTE-FILE)
           END-EXEC.

      * FEWER THAN FOUR NOTES - THEY SIT AT THE BOTTOM OF THE TABLE,
      * SO SHIFT EACH ONE UP TO SHOW THEM FROM THE TOP LINE DOWN, THEN
      * BLANK THE LINES BELOW THEM
           IF WS-NOTE-CNT NOT GREATER THAN ZERO
               OR WS-NOTE-CNT NOT LESS THAN WS-NOTES-SHOWN
               GO TO 6199-LOAD-NOTES-EXIT
           END-IF.
           COMPUTE WS-NOTE-FROM = WS-NOTES-SHOWN - WS-NOTE-CNT.
           MOVE ZERO TO WS-NOTE-SUB.

       6182-SHIFT-NOTE-UP.

           ADD 1 TO WS-NOTE-SUB.
           IF WS-NOTE-SUB GREATER THAN WS-NOTE-CNT
               GO TO 6186-BLANK-NOTE
           END-IF.
           ADD 1 TO WS-NOTE-FROM.
           MOVE WS-NOTE-SHOWN (WS-NOTE-FROM)
                                  TO WS-NOTE-SHOWN (WS-NOTE-SUB).
           GO TO 6182-SHIFT-NOTE-UP.

       6186-BLANK-NOTE.

           IF WS-NOTE-SUB GREATER THAN WS-NOTES-SHOWN
               GO TO 6199-LOAD-NOTES-EXIT
           END-IF.
           MOVE SPACE TO WS-NOTE-SHOWN (WS-NOTE-SUB).
           ADD 1 TO WS-NOTE-SUB.
           GO TO 6186-BLANK-NOTE.

       6199-LOAD-NOTES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    SEND THE LIST SCREEN                                          *
      ********************************************************************

       8000-SEND-LIST.

           MOVE WS-TODAY-MM   TO WS-SHOW-MM.
           MOVE WS-TODAY-DD   TO WS-SHOW-DD.
           MOVE WS-TODAY-CCYY TO WS-SHOW-CCYY.
           MOVE WS-SHOW-DATE  TO WLDATEO.
           MOVE WC-UNIT       TO UNITO.
           MOVE WC-SLA-FILTER TO SLAFLTO.
           MOVE SPACE         TO PAGENOO.
           IF WC-PAGE-NO GREATER THAN ZERO
               MOVE WC-PAGE-NO TO WS-PAGE-ED
               MOVE WS-PAGE-ED TO PAGENOO
           END-IF.
           MOVE WS-MESSAGE    TO LMSGO.

      * CURSOR TO THE FIRST SELECT FIELD WHEN THERE ARE ROWS
           IF WC-ROW-POLICY (1) NOT EQUAL SPACE
               MOVE -1 TO WM1-SEL-LEN (1)
           ELSE
               MOVE -1 TO UNITL
           END-IF.
           MOVE WM1-ROW-AREA TO NYEXWM1O (47:972).

           EXEC CICS SEND
               MAP      (WS-LIST-MAP)
               MAPSET   (WS-MAPSET)
               FROM     (NYEXWM1O)
               CURSOR
               ERASE
           END-EXEC.

       8099-SEND-LIST-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    SEND THE DETAIL SCREEN                                        *
      ********************************************************************

       8100-SEND-DETAIL.

           MOVE WS-TODAY-MM   TO WS-SHOW-MM.
           MOVE WS-TODAY-DD   TO WS-SHOW-DD.
           MOVE WS-TODAY-CCYY TO WS-SHOW-CCYY.
           MOVE WS-SHOW-DATE  TO DTDATEO.
           MOVE WS-MESSAGE    TO DMSGO.

           EXEC CICS SEND
               MAP      (WS-DETAIL-MAP)
               MAPSET   (WS-MAPSET)
               FROM     (NYEXWM2O)
               ERASE
           END-EXEC.

       8199-SEND-DETAIL-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    CLEAR, OR PF3 ON THE LIST - END THE SESSION                   *
      ********************************************************************

       9000-END-SESSION.

           EXEC CICS SEND TEXT
               FROM     (WS-END-MESSAGE)
               LENGTH   (LENGTH OF WS-END-MESSAGE)
               ERASE
               FREEKB
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       9099-END-SESSION-EXIT.
           EXIT.
       EJECT

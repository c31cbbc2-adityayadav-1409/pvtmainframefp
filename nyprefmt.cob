       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYPREFMT.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  CORRESPONDENCE PREFERENCE MAINTENANCE - CICS TRANSACTION NYPF.  *
      *  NYSUPPRS'S DO-NOT-MAIL AND E-DELIVERY ELECTIONS COULD ONLY BE   *
      *  CHANGED BY A PROGRAMMER-SUBMITTED BATCH UPDATE. THIS            *
      *  PSEUDO-CONVERSATIONAL TRANSACTION LETS A SERVICE REP LOOK UP    *
      *  THE ELECTION FOR A POLICY NUMBER OR AN OWNER TIN (HOUSEHOLD     *
      *  LEVEL), AND ADD, CHANGE OR REVOKE IT WITH AN EFFECTIVE DATE     *
      *  AND A REASON.                                                   *
      *  THE ELECTIONS ARE KEPT ON THE P54.CK.NYSUPPRS.PREFKSDS CLUSTER  *
      *  (CICS FILE PREFKSDS) IN THE CKPREFRC LAYOUT. A CHANGE OR REVOKE *
      *  KEEPS THE ELECTION IN FORCE TODAY AS THE PRIOR ELECTION, SO A   *
      *  FUTURE-DATED CHANGE DOES NOT DISTURB THE MAIL UNTIL ITS DATE.   *
      *  EVERY UPDATE WRITES A CKPREFAU AUDIT ROW - DATE, TIME, USER     *
      *  ID, TERMINAL, ACTION, BEFORE AND AFTER IMAGES, REASON CODE AND  *
      *  TEXT - TO THE P54.CK.NYSUPPRS.PREFAUD ESDS (CICS FILE PREFAUD)  *
      *  IN THE SAME UNIT OF WORK; IF THE AUDIT ROW CANNOT BE WRITTEN    *
      *  THE UPDATE IS BACKED OUT. AN UPDATE IS ONLY APPLIED TO THE      *
      *  ELECTION THE REP HAS JUST SEEN: THE FIRST ENTER FOR A KEY       *
      *  SHOWS THE CURRENT ELECTION, AND IF ANOTHER USER CHANGES IT IN   *
      *  BETWEEN, THE CHANGE IS REFUSED AND THE NEW ELECTION SHOWN.      *
      *  NYSUPPRS PICKS UP THE CLUSTER ON ITS NEXT RUN THROUGH THE       *
      *  PREFUNLD STEP AHEAD OF IT. PORTAL FEED ROWS ARE MERGED INTO THE *
      *  CLUSTER WITH IDCAMS REPRO REPLACE IN PLACE OF THE OLD BATCH     *
      *  UPDATE.                                                         *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      *     CICS RESOURCES -                                             *
      *       TRANSACTION NYPF  PROGRAM NYPREFMT                         *
      *       MAPSET      NYPRFMS (MAP NYPRFM1, SYMBOLIC MAP NYPRFMS)    *
      *       FILE        PREFKSDS DSN P54.CK.NYSUPPRS.PREFKSDS          *
      *                   READ/ADD/UPDATE, RECOVERABLE                   *
      *       FILE        PREFAUD  DSN P54.CK.NYSUPPRS.PREFAUD           *
      *                   ADD ONLY, RECOVERABLE                          *
      *     ONE-TIME DEFINE AND LOAD FROM THE CURRENT PREFERENCE FILE -  *
      * //PREFDEF  EXEC PGM=IDCAMS                                       *
      * //SYSPRINT DD SYSOUT=*                                           *
      * //PREFFILE DD DISP=SHR,DSN=P54.CK.NYSUPPRS.PREFFILE              *
      * //SYSIN    DD *                                                  *
      *   DEFINE CLUSTER (NAME(P54.CK.NYSUPPRS.PREFKSDS) INDEXED -       *
      *          KEYS(19 0) RECORDSIZE(30 30) SHAREOPTIONS(2 3) -        *
      *          CYLINDERS(5 5))                                         *
      *   DEFINE CLUSTER (NAME(P54.CK.NYSUPPRS.PREFAUD) NONINDEXED -     *
      *          RECORDSIZE(150 150) SHAREOPTIONS(2 3) -                 *
      *          CYLINDERS(5 5))                                         *
      *   REPRO INFILE(PREFFILE) OUTDATASET(P54.CK.NYSUPPRS.PREFKSDS)    *
      * /*                                                               *
      *     PREFFILE MUST BE IN KEY (COLS 1-19) ORDER FOR THE LOAD.      *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SCREEN - POLICY NUMBER OR OWNER TIN (NOT BOTH), ACTION       *
      *       I INQUIRE (DEFAULT), A ADD, C CHANGE, R REVOKE; FOR A/C    *
      *       THE NEW ELECTION S OR E; FOR A/C/R THE EFFECTIVE DATE      *
      *       MMDDCCYY (BLANK FOR TODAY, NEVER BEFORE TODAY), REASON     *
      *       CODE C CALL, W WRITTEN REQUEST, P PORTAL, M RETURNED       *
      *       MAIL OR O OTHER, AND REASON TEXT (REQUIRED FOR O). PF3 OR  *
      *       CLEAR ENDS THE SESSION.                                    *
      *     A POLICY LOOKUP FINDS THE POLICY'S OWN ELECTION; A HOUSEHOLD *
      *     ELECTION IS LOOKED UP BY THE OWNER TIN.                      *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     INPUT EDIT ERRORS - SHOWN ON THE MESSAGE LINE, NO UPDATE     *
      *     FILE ERRORS - SHOWN WITH THE CICS RESPONSE CODE; THE UNIT OF *
      *     WORK IS BACKED OUT                                           *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *     NONE                                                         *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYPREFMT WORKING STORAGE BEGINS'.

      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-PREF-FILE                  PIC X(08) VALUE 'PREFKSDS'.
           05 WS-AUDIT-FILE                 PIC X(08) VALUE 'PREFAUD '.
           05 WS-MAPSET                     PIC X(08) VALUE 'NYPRFMS '.
           05 WS-MAP                        PIC X(08) VALUE 'NYPRFM1 '.
           05 WS-TRAN-ID                    PIC X(04) VALUE 'NYPF'.
           05 WS-END-MESSAGE                PIC X(40)
              VALUE 'PREFERENCE MAINTENANCE SESSION ENDED'.
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

      * ENTERED EFFECTIVE DATE (MMDDCCYY) AND ITS CCYYMMDD FORM
           05 WS-ENTERED-DATE               PIC X(08).
           05 WS-ENTERED-PARTS REDEFINES WS-ENTERED-DATE.
              10 WS-ENTERED-MM              PIC 9(02).
              10 WS-ENTERED-DD              PIC 9(02).
              10 WS-ENTERED-CCYY            PIC 9(04).
           05 WS-NEW-EFF-DATE               PIC X(08).
           05 WS-NEW-EFF-PARTS REDEFINES WS-NEW-EFF-DATE.
              10 WS-NEW-EFF-CCYY            PIC 9(04).
              10 WS-NEW-EFF-MM              PIC 9(02).
              10 WS-NEW-EFF-DD              PIC 9(02).
           05 WS-MONTH-DAYS                 PIC S9(03) COMP-3 VALUE +0.
           05 WS-LEAP-QUOT                  PIC S9(05) COMP-3 VALUE +0.
           05 WS-LEAP-REM                   PIC S9(03) COMP-3 VALUE +0.

      * SCREEN ACTION
           05 WS-ACTION                     PIC X(01).
              88 ACT-INQUIRE                VALUE 'I'.
              88 ACT-ADD                    VALUE 'A'.
              88 ACT-CHANGE                 VALUE 'C'.
              88 ACT-REVOKE                 VALUE 'R'.
              88 ACT-VALID                  VALUE 'I' 'A' 'C' 'R'.

      * LOOKUP KEY - POLICY LEVEL OR HOUSEHOLD (TIN) LEVEL
           05 WS-SEARCH-KEY.
              10 WS-SEARCH-POLICY           PIC X(10).
              10 WS-SEARCH-TIN              PIC X(09).
           05 WS-FULL-KEY                   PIC X(19).

           05 WS-FOUND-IND                  PIC X(01).
              88 PREF-FOUND                 VALUE 'Y'.
              88 PREF-NOT-FOUND             VALUE 'N'.
           05 WS-ERROR-IND                  PIC X(01).
              88 INPUT-IN-ERROR             VALUE 'Y'.
              88 INPUT-OK                   VALUE 'N'.

           05 WS-CURRENT-IMAGE              PIC X(30).
           05 WS-IN-FORCE                   PIC X(01).
           05 WS-DESC-ELECTION              PIC X(01).
           05 WS-DESC                       PIC X(12).
           05 WS-MESSAGE                    PIC X(78).
           05 WS-DONE-WORD                  PIC X(07).
       EJECT

      ********************************************************************
      *  DAYS-IN-MONTH TABLE FOR THE EFFECTIVE DATE EDIT                *
      ********************************************************************

       01 MONTH-DAYS-VALUES              PIC X(24)
           VALUE '312831303130313130313031'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05 MD-DAYS OCCURS 12 TIMES       PIC 9(02).

      ********************************************************************
      *  PREFERENCE RECORD AND AUDIT ROW                                *
      ********************************************************************

       01 PREF-RECORD.
           COPY CKPREFRC.

       01 PA-AUDIT-RECORD.
           COPY CKPREFAU.

       01 WS-AUDIT-RBA                      PIC S9(08) COMP.
       EJECT

      ********************************************************************
      *  COMMAREA - KEY AND IMAGE OF THE ELECTION LAST SHOWN            *
      ********************************************************************

       01 PC-COMMAREA.
           05 PC-STATE                      PIC X(01).
              88 PC-ELECTION-SHOWN          VALUE 'S'.
           05 PC-FULL-KEY                   PIC X(19).
           05 PC-RECORD-IMAGE               PIC X(30).
       EJECT

       COPY NYPRFMS.
       EJECT

       COPY DFHAID.
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYPREFMT WORKING STORAGE ENDS  '.
       EJECT
       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(50).
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

           MOVE DFHCOMMAREA TO PC-COMMAREA.

           IF EIBAID EQUAL DFHPF3 OR DFHCLEAR
               PERFORM 9000-END-SESSION
                   THRU 9099-END-SESSION-EXIT
           END-IF.

           PERFORM 2000-RECEIVE-SCREEN
               THRU 2099-RECEIVE-SCREEN-EXIT.

           IF EIBAID EQUAL DFHENTER
               PERFORM 3000-PROCESS-ENTER
                   THRU 3099-PROCESS-ENTER-EXIT
           ELSE
               MOVE 'INVALID KEY - ENTER TO PROCESS, PF3 TO EXIT'
                   TO WS-MESSAGE
           END-IF.

           PERFORM 8000-SEND-SCREEN
               THRU 8099-SEND-SCREEN-EXIT.

       0900-RETURN.

           EXEC CICS RETURN
               TRANSID  (WS-TRAN-ID)
               COMMAREA (PC-COMMAREA)
               LENGTH   (LENGTH OF PC-COMMAREA)
           END-EXEC.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO WS-MESSAGE.
           SET INPUT-OK TO TRUE.

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
      *    FIRST ENTRY - EMPTY SCREEN, NOTHING SHOWN YET                 *
      ********************************************************************

       1100-FIRST-DISPLAY.

           MOVE SPACE TO PC-COMMAREA.
           MOVE LOW-VALUES TO NYPRFM1O.
           MOVE 'ENTER A POLICY NUMBER OR AN OWNER TIN'
               TO WS-MESSAGE.

           PERFORM 8000-SEND-SCREEN
               THRU 8099-SEND-SCREEN-EXIT.

       1199-FIRST-DISPLAY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    RECEIVE THE SCREEN; UNKEYED FIELDS COME BACK AS LOW-VALUES    *
      ********************************************************************

       2000-RECEIVE-SCREEN.

           MOVE LOW-VALUES TO NYPRFM1I.
           EXEC CICS RECEIVE
               MAP      (WS-MAP)
               MAPSET   (WS-MAPSET)
               INTO     (NYPRFM1I)
               RESP     (WS-RESP)
           END-EXEC.

           INSPECT POLICYI REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT OWNTINI REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT ACTIONI REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT NEWELCI REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT NEWEFFI REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT RSNCDI  REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT RSNTXTI REPLACING ALL LOW-VALUES BY SPACE.

       2099-RECEIVE-SCREEN-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    EDIT THE KEY AND ACTION, SHOW THE CURRENT ELECTION, AND       *
      *    APPLY AN ADD, CHANGE OR REVOKE TO THE ELECTION JUST SHOWN     *
      ********************************************************************

       3000-PROCESS-ENTER.

           MOVE ACTIONI TO WS-ACTION.
           IF WS-ACTION EQUAL SPACE
               SET ACT-INQUIRE TO TRUE
               MOVE 'I' TO ACTIONI
           END-IF.

           IF NOT ACT-VALID
               MOVE 'ACTION MUST BE I, A, C OR R' TO WS-MESSAGE
               GO TO 3099-PROCESS-ENTER-EXIT
           END-IF.

           IF POLICYI EQUAL SPACE AND OWNTINI EQUAL SPACE
               MOVE 'ENTER A POLICY NUMBER OR AN OWNER TIN'
                   TO WS-MESSAGE
               GO TO 3099-PROCESS-ENTER-EXIT
           END-IF.

           IF POLICYI NOT EQUAL SPACE AND OWNTINI NOT EQUAL SPACE
               MOVE 'ENTER A POLICY NUMBER OR AN OWNER TIN, NOT BOTH'
                   TO WS-MESSAGE
               GO TO 3099-PROCESS-ENTER-EXIT
           END-IF.

           IF OWNTINI NOT EQUAL SPACE AND OWNTINI NOT NUMERIC
               MOVE 'OWNER TIN MUST BE 9 DIGITS' TO WS-MESSAGE
               GO TO 3099-PROCESS-ENTER-EXIT
           END-IF.

           PERFORM 3100-READ-PREFERENCE
               THRU 3199-READ-PREFERENCE-EXIT.
           IF INPUT-IN-ERROR
               GO TO 3099-PROCESS-ENTER-EXIT
           END-IF.

           IF ACT-INQUIRE
               IF PREF-FOUND
                   MOVE 'CURRENT ELECTION SHOWN' TO WS-MESSAGE
               ELSE
                   MOVE 'NO ELECTION ON FILE' TO WS-MESSAGE
               END-IF
               GO TO 3090-SAVE-STATE
           END-IF.

      * AN UPDATE APPLIES ONLY TO THE ELECTION LAST SHOWN FOR THIS KEY
           IF NOT PC-ELECTION-SHOWN
               OR PC-FULL-KEY NOT EQUAL WS-FULL-KEY
               MOVE 'CURRENT ELECTION SHOWN - PRESS ENTER TO APPLY'
                   TO WS-MESSAGE
               GO TO 3090-SAVE-STATE
           END-IF.

           IF PC-RECORD-IMAGE NOT EQUAL WS-CURRENT-IMAGE
               MOVE 'CHANGED BY ANOTHER USER - REVIEW AND PRESS ENTER'
                   TO WS-MESSAGE
               GO TO 3090-SAVE-STATE
           END-IF.

           PERFORM 3300-EDIT-NEW-ELECTION
               THRU 3399-EDIT-NEW-ELECTION-EXIT.
           IF INPUT-IN-ERROR
               GO TO 3090-SAVE-STATE
           END-IF.

           PERFORM 3400-APPLY-UPDATE
               THRU 3499-APPLY-UPDATE-EXIT.
           IF INPUT-IN-ERROR
               GO TO 3090-SAVE-STATE
           END-IF.

      * SHOW THE ELECTION AS NOW ON FILE AND CLEAR THE ENTRY FIELDS
           PERFORM 3100-READ-PREFERENCE
               THRU 3199-READ-PREFERENCE-EXIT.
           MOVE 'I'   TO ACTIONI.
           MOVE SPACE TO NEWELCI NEWEFFI RSNCDI RSNTXTI.
           MOVE PR-EFFECTIVE-DATE (5:2) TO WS-SHOW-MM.
           MOVE PR-EFFECTIVE-DATE (7:2) TO WS-SHOW-DD.
           MOVE PR-EFFECTIVE-DATE (1:4) TO WS-SHOW-CCYY.
           STRING 'ELECTION ' DELIMITED BY SIZE
                  WS-DONE-WORD DELIMITED BY SPACE
                  ' - EFFECTIVE ' DELIMITED BY SIZE
                  WS-SHOW-DATE DELIMITED BY SIZE
                  INTO WS-MESSAGE.

       3090-SAVE-STATE.

           SET PC-ELECTION-SHOWN TO TRUE.
           MOVE WS-FULL-KEY      TO PC-FULL-KEY.
           MOVE WS-CURRENT-IMAGE TO PC-RECORD-IMAGE.

       3099-PROCESS-ENTER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    READ THE ELECTION FOR THE KEY AND SHOW IT. A POLICY LOOKUP    *
      *    IS GENERIC ON THE POLICY NUMBER, SO A PORTAL ROW THAT ALSO    *
      *    CARRIES THE OWNER TIN IS STILL FOUND; A TIN LOOKUP IS EXACT   *
      *    ON THE HOUSEHOLD KEY (BLANK POLICY)                           *
      ********************************************************************

       3100-READ-PREFERENCE.

           MOVE SPACE TO PREF-RECORD.
           MOVE POLICYI TO WS-SEARCH-POLICY.
           MOVE SPACE   TO WS-SEARCH-TIN.

           IF POLICYI NOT EQUAL SPACE
               EXEC CICS READ
                   FILE      (WS-PREF-FILE)
                   INTO      (PREF-RECORD)
                   RIDFLD    (WS-SEARCH-KEY)
                   KEYLENGTH (10)
                   GENERIC
                   RESP      (WS-RESP)
               END-EXEC
           ELSE
               MOVE OWNTINI TO WS-SEARCH-TIN
               EXEC CICS READ
                   FILE      (WS-PREF-FILE)
                   INTO      (PREF-RECORD)
                   RIDFLD    (WS-SEARCH-KEY)
                   RESP      (WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET PREF-FOUND TO TRUE
               MOVE PR-KEY      TO WS-FULL-KEY
               MOVE PREF-RECORD TO WS-CURRENT-IMAGE
               GO TO 3150-SHOW-CURRENT
           END-IF.

           IF WS-RESP EQUAL DFHRESP(NOTFND)
               SET PREF-NOT-FOUND TO TRUE
               MOVE SPACE         TO PREF-RECORD
               MOVE WS-SEARCH-KEY TO WS-FULL-KEY
               MOVE SPACE         TO WS-CURRENT-IMAGE
               GO TO 3150-SHOW-CURRENT
           END-IF.

           MOVE WS-RESP TO WS-RESP-ED.
           STRING 'PREFERENCE FILE READ ERROR - RESP ' DELIMITED BY SIZE
                  WS-RESP-ED DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           SET INPUT-IN-ERROR TO TRUE.
           GO TO 3199-READ-PREFERENCE-EXIT.

       3150-SHOW-CURRENT.

           MOVE SPACE TO CURELCO CURDSCO CURSTAO CUREFFO
                         CURPRIO PRIDSCO.

           IF PREF-NOT-FOUND
               MOVE 'NONE ON FILE' TO CURDSCO
               GO TO 3199-READ-PREFERENCE-EXIT
           END-IF.

           MOVE PR-ELECTION TO CURELCO WS-DESC-ELECTION.
           PERFORM 3800-DESCRIBE-ELECTION
               THRU 3899-DESCRIBE-ELECTION-EXIT.
           MOVE WS-DESC TO CURDSCO.

           IF PR-STATUS-REVOKED
               MOVE 'REVOKED' TO CURSTAO
           ELSE
               MOVE 'ACTIVE'  TO CURSTAO
           END-IF.

           IF PR-EFFECTIVE-DATE EQUAL SPACE
               MOVE 'IN FORCE' TO CUREFFO
           ELSE
               MOVE PR-EFFECTIVE-DATE (5:2) TO WS-SHOW-MM
               MOVE PR-EFFECTIVE-DATE (7:2) TO WS-SHOW-DD
               MOVE PR-EFFECTIVE-DATE (1:4) TO WS-SHOW-CCYY
               MOVE WS-SHOW-DATE TO CUREFFO
           END-IF.

           MOVE PR-PRIOR-ELECTION TO CURPRIO WS-DESC-ELECTION.
           PERFORM 3800-DESCRIBE-ELECTION
               THRU 3899-DESCRIBE-ELECTION-EXIT.
           MOVE WS-DESC TO PRIDSCO.

       3199-READ-PREFERENCE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    EDIT THE NEW ELECTION, EFFECTIVE DATE AND REASON FOR THE      *
      *    ACTION AGAINST WHAT IS ON FILE                                *
      ********************************************************************

       3300-EDIT-NEW-ELECTION.

           SET INPUT-IN-ERROR TO TRUE.

           IF ACT-ADD
               AND PREF-FOUND
               AND NOT PR-STATUS-REVOKED
               MOVE 'AN ELECTION IS ON FILE - USE C TO CHANGE IT'
                   TO WS-MESSAGE
               GO TO 3399-EDIT-NEW-ELECTION-EXIT
           END-IF.

           IF (ACT-CHANGE OR ACT-REVOKE)
               AND PREF-NOT-FOUND
               MOVE 'NO ELECTION ON FILE - USE A TO ADD ONE'
                   TO WS-MESSAGE
               GO TO 3399-EDIT-NEW-ELECTION-EXIT
           END-IF.

           IF (ACT-CHANGE OR ACT-REVOKE)
               AND PR-STATUS-REVOKED
               MOVE 'ELECTION IS REVOKED - USE A TO ADD A NEW ONE'
                   TO WS-MESSAGE
               GO TO 3399-EDIT-NEW-ELECTION-EXIT
           END-IF.

           IF (ACT-ADD OR ACT-CHANGE)
               AND NEWELCI NOT EQUAL 'S' AND NEWELCI NOT EQUAL 'E'
               MOVE 'NEW ELECTION MUST BE S OR E' TO WS-MESSAGE
               GO TO 3399-EDIT-NEW-ELECTION-EXIT
           END-IF.

      * EFFECTIVE DATE - TODAY WHEN BLANK, NEVER BEFORE TODAY
           IF NEWEFFI EQUAL SPACE
               MOVE WS-TODAY TO WS-NEW-EFF-DATE
               GO TO 3350-EDIT-REASON
           END-IF.

           MOVE NEWEFFI TO WS-ENTERED-DATE.
           IF WS-ENTERED-DATE NOT NUMERIC
               OR WS-ENTERED-MM LESS THAN 01
               OR WS-ENTERED-MM GREATER THAN 12
               OR WS-ENTERED-DD LESS THAN 01
               OR WS-ENTERED-DD GREATER THAN 31
               MOVE 'EFFECTIVE DATE MUST BE A VALID MMDDCCYY DATE'
                   TO WS-MESSAGE
               GO TO 3399-EDIT-NEW-ELECTION-EXIT
           END-IF.

      * THE DAY MUST EXIST IN ITS MONTH - FEBRUARY 29 IN A LEAP YEAR
           MOVE MD-DAYS (WS-ENTERED-MM) TO WS-MONTH-DAYS.
           IF WS-ENTERED-MM EQUAL 2
               DIVIDE WS-ENTERED-CCYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM EQUAL ZERO
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.
           IF WS-ENTERED-DD GREATER THAN WS-MONTH-DAYS
               MOVE 'EFFECTIVE DATE MUST BE A VALID MMDDCCYY DATE'
                   TO WS-MESSAGE
               GO TO 3399-EDIT-NEW-ELECTION-EXIT
           END-IF.

           MOVE WS-ENTERED-CCYY TO WS-NEW-EFF-CCYY.
           MOVE WS-ENTERED-MM   TO WS-NEW-EFF-MM.
           MOVE WS-ENTERED-DD   TO WS-NEW-EFF-DD.
           IF WS-NEW-EFF-DATE LESS THAN WS-TODAY
               MOVE 'EFFECTIVE DATE MAY NOT BE BEFORE TODAY'
                   TO WS-MESSAGE
               GO TO 3399-EDIT-NEW-ELECTION-EXIT
           END-IF.

       3350-EDIT-REASON.

           IF ACT-CHANGE
               AND NEWELCI EQUAL PR-ELECTION
               AND WS-NEW-EFF-DATE EQUAL PR-EFFECTIVE-DATE
               MOVE 'NEW ELECTION IS THE SAME AS THE ONE ON FILE'
                   TO WS-MESSAGE
               GO TO 3399-EDIT-NEW-ELECTION-EXIT
           END-IF.

           IF RSNCDI NOT EQUAL 'C' AND NOT EQUAL 'W'
               AND NOT EQUAL 'P' AND NOT EQUAL 'M'
               AND NOT EQUAL 'O'
               MOVE 'REASON CODE MUST BE C, W, P, M OR O'
                   TO WS-MESSAGE
               GO TO 3399-EDIT-NEW-ELECTION-EXIT
           END-IF.

           IF RSNCDI EQUAL 'O'
               AND RSNTXTI EQUAL SPACE
               MOVE 'REASON TEXT IS REQUIRED FOR REASON CODE O'
                   TO WS-MESSAGE
               GO TO 3399-EDIT-NEW-ELECTION-EXIT
           END-IF.

           SET INPUT-OK TO TRUE.

       3399-EDIT-NEW-ELECTION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    APPLY THE UPDATE AND WRITE ITS AUDIT ROW IN ONE UNIT OF WORK. *
      *    THE PRIOR ELECTION IS THE ONE IN FORCE TODAY, SO THE MAIL     *
      *    KEEPS FOLLOWING IT UNTIL THE NEW EFFECTIVE DATE               *
      ********************************************************************

       3400-APPLY-UPDATE.

           PERFORM 3500-FIND-IN-FORCE
               THRU 3599-FIND-IN-FORCE-EXIT.

           IF PREF-NOT-FOUND
               GO TO 3420-BUILD-RECORD
           END-IF.

           EXEC CICS READ
               FILE      (WS-PREF-FILE)
               INTO      (PREF-RECORD)
               RIDFLD    (WS-FULL-KEY)
               UPDATE
               RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3480-FILE-ERROR
           END-IF.

           IF PREF-RECORD NOT EQUAL PC-RECORD-IMAGE
               EXEC CICS UNLOCK
                   FILE      (WS-PREF-FILE)
               END-EXEC
               MOVE 'CHANGED BY ANOTHER USER - REVIEW AND PRESS ENTER'
                   TO WS-MESSAGE
               SET INPUT-IN-ERROR TO TRUE
               GO TO 3499-APPLY-UPDATE-EXIT
           END-IF.

       3420-BUILD-RECORD.

           MOVE WS-FULL-KEY       TO PR-KEY.
           MOVE WS-NEW-EFF-DATE   TO PR-EFFECTIVE-DATE.
           MOVE WS-IN-FORCE       TO PR-PRIOR-ELECTION.

           IF ACT-REVOKE
               SET PR-STATUS-REVOKED TO TRUE
               MOVE 'REVOKED' TO WS-DONE-WORD
           ELSE
               MOVE NEWELCI TO PR-ELECTION
               MOVE 'A'     TO PR-STATUS
           END-IF.

           IF ACT-ADD
               MOVE 'ADDED'   TO WS-DONE-WORD
           END-IF.

           IF ACT-CHANGE
               MOVE 'CHANGED' TO WS-DONE-WORD
           END-IF.

           IF PREF-FOUND
               EXEC CICS REWRITE
                   FILE      (WS-PREF-FILE)
                   FROM      (PREF-RECORD)
                   RESP      (WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                   FILE      (WS-PREF-FILE)
                   FROM      (PREF-RECORD)
                   RIDFLD    (WS-FULL-KEY)
                   RESP      (WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP EQUAL DFHRESP(DUPREC)
               MOVE 'ADDED BY ANOTHER USER - REVIEW AND PRESS ENTER'
                   TO WS-MESSAGE
               SET INPUT-IN-ERROR TO TRUE
               GO TO 3499-APPLY-UPDATE-EXIT
           END-IF.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3480-FILE-ERROR
           END-IF.

           PERFORM 3600-WRITE-AUDIT
               THRU 3699-WRITE-AUDIT-EXIT.
           GO TO 3499-APPLY-UPDATE-EXIT.

       3480-FILE-ERROR.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE WS-RESP TO WS-RESP-ED.
           STRING 'PREFERENCE UPDATE ERROR - RESP ' DELIMITED BY SIZE
                  WS-RESP-ED DELIMITED BY SIZE
                  ' - NO CHANGE MADE' DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           SET INPUT-IN-ERROR TO TRUE.

       3499-APPLY-UPDATE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    ELECTION IN FORCE TODAY UNDER THE RECORD ON FILE - THE SAME   *
      *    RULE NYSUPPRS APPLIES AT ITS RUN DATE                         *
      ********************************************************************

       3500-FIND-IN-FORCE.

           MOVE SPACE TO WS-IN-FORCE.

           IF PREF-NOT-FOUND
               GO TO 3599-FIND-IN-FORCE-EXIT
           END-IF.

           IF PR-EFFECTIVE-DATE NOT EQUAL SPACE
               AND PR-EFFECTIVE-DATE GREATER THAN WS-TODAY
               MOVE PR-PRIOR-ELECTION TO WS-IN-FORCE
               GO TO 3599-FIND-IN-FORCE-EXIT
           END-IF.

           IF PR-STATUS-REVOKED
               GO TO 3599-FIND-IN-FORCE-EXIT
           END-IF.

           MOVE PR-ELECTION TO WS-IN-FORCE.

       3599-FIND-IN-FORCE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    AUDIT ROW - WHO, WHEN, WHAT, AND WHY. A FAILED WRITE BACKS    *
      *    OUT THE PREFERENCE UPDATE WITH IT                             *
      ********************************************************************

       3600-WRITE-AUDIT.

           EXEC CICS ASSIGN
               USERID   (WS-USER-ID)
           END-EXEC.

           MOVE SPACE            TO PA-AUDIT-RECORD.
           MOVE WS-TODAY         TO PA-LOG-DATE.
           MOVE WS-TIME-NOW      TO PA-LOG-TIME.
           MOVE WS-USER-ID       TO PA-USER-ID.
           MOVE EIBTRMID         TO PA-TERMINAL-ID.
           MOVE EIBTRNID         TO PA-TRAN-ID.
           MOVE WS-ACTION        TO PA-ACTION.
           MOVE WS-CURRENT-IMAGE TO PA-BEFORE-IMAGE.
           MOVE PREF-RECORD      TO PA-AFTER-IMAGE.
           MOVE RSNCDI           TO PA-REASON-CODE.
           MOVE RSNTXTI          TO PA-REASON-TEXT.

           EXEC CICS WRITE
               FILE      (WS-AUDIT-FILE)
               FROM      (PA-AUDIT-RECORD)
               RIDFLD    (WS-AUDIT-RBA)
               RBA
               RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               GO TO 3699-WRITE-AUDIT-EXIT
           END-IF.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE WS-RESP TO WS-RESP-ED.
           STRING 'AUDIT TRAIL WRITE ERROR - RESP ' DELIMITED BY SIZE
                  WS-RESP-ED DELIMITED BY SIZE
                  ' - NO CHANGE MADE' DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           SET INPUT-IN-ERROR TO TRUE.

       3699-WRITE-AUDIT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    SHORT DESCRIPTION OF AN ELECTION CODE                         *
      ********************************************************************

       3800-DESCRIBE-ELECTION.

           EVALUATE WS-DESC-ELECTION
               WHEN 'S'
                   MOVE 'DO NOT MAIL' TO WS-DESC
               WHEN 'E'
                   MOVE 'E-DELIVERY'  TO WS-DESC
               WHEN SPACE
                   MOVE 'NONE'        TO WS-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-DESC
           END-EVALUATE.

       3899-DESCRIBE-ELECTION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    SEND THE SCREEN WITH TODAY'S DATE AND THE MESSAGE             *
      ********************************************************************

       8000-SEND-SCREEN.

           MOVE WS-TODAY-MM   TO WS-SHOW-MM.
           MOVE WS-TODAY-DD   TO WS-SHOW-DD.
           MOVE WS-TODAY-CCYY TO WS-SHOW-CCYY.
           MOVE WS-SHOW-DATE  TO PFDATEO.
           MOVE WS-MESSAGE    TO MSGO.

           EXEC CICS SEND
               MAP      (WS-MAP)
               MAPSET   (WS-MAPSET)
               FROM     (NYPRFM1O)
               ERASE
           END-EXEC.

       8099-SEND-SCREEN-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    PF3 OR CLEAR - END THE SESSION                                *
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

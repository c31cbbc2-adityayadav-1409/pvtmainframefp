       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYNCOAIN.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT NCOARES-FILE      ASSIGN TO NCOARES.
           SELECT NCOACORR-FILE     ASSIGN TO NCOACORR
               FILE STATUS IS NCOACORR-FILE-STATUS.
           SELECT NCOARVW-FILE      ASSIGN TO NCOARVW
               FILE STATUS IS NCOARVW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  NCOARES-FILE
           RECORDING MODE IS F.
       01  NCOARES-REC            PIC X(300).

       FD  NCOACORR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NCOACORR-REC           PIC X(250).

       FD  NCOARVW-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NCOARVW-REC            PIC X(300).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  NCOA ADDRESS HYGIENE - INBOUND RESULTS. READS THE NCOA VENDOR'S *
      *  RESULT FILE FOR THE OWNERS NYNCOAEX SENT OUT. A HIGH-CONFIDENCE *
      *  MOVE - A CHANGE-OF-ADDRESS MATCH ('A') FOR AN INDIVIDUAL OR     *
      *  BUSINESS MOVE, WITH A MATCH SCORE AT OR ABOVE THE SYSIPT        *
      *  THRESHOLD AND A COMPLETE NEW ADDRESS - IS WRITTEN TO            *
      *  NCOACORR IN NYOWNCOR'S CORRIN LAYOUT, CARRYING ONLY THE POLICY  *
      *  NUMBER AND THE NEW ADDRESS FIELDS; THE NAME, PHONE AND SECOND   *
      *  OWNER ARE LEFT BLANK SO NYOWNCOR LEAVES THEM ALONE. NCOACORR    *
      *  IS REGISTERED AND APPROVED IN NYBATAPR LIKE ANY OTHER CORRIN    *
      *  BATCH AND THEN FED TO NYOWNCOR AS CORRIN, SO THE ADDRESS        *
      *  CHANGES GO THROUGH THE SAME CORRJRNL JOURNAL AND NYCORBKO       *
      *  BACKOUT PATH AS PORTAL CORRECTIONS. EVERYTHING ELSE THE VENDOR  *
      *  FOUND GOES TO THE NCOARVW REVIEW REPORT WITH A REASON: FAMILY   *
      *  MOVES, LOW SCORES, SECONDARY-NUMBER-DROPPED MATCHES (91/92),    *
      *  MOVES WITH NO USABLE OR A FOREIGN NEW ADDRESS, MOVED-LEFT-NO-   *
      *  ADDRESS AND CLOSED-BOX RETURNS, DECEASED RETURNS AND UNKNOWN    *
      *  CODES. A NO-MATCH RETURN                                        *
      *  MEANS THE ADDRESS IS CURRENT AND IS ONLY COUNTED.               *
      *  NYOWNCOR APPLIES A CORRIN FIELD ONLY WHEN IT IS NON-BLANK, SO A *
      *  MOVE TO AN ADDRESS WITH NO SECOND LINE FROM ONE THAT HAD A      *
      *  SECOND LINE WOULD KEEP THE OLD LINE; THOSE GO TO REVIEW TOO.    *
      *  CORRIN MUST BE IN ASCENDING POLICY ORDER. NYNCOAEX WRITES IN    *
      *  THAT ORDER AND THE VENDOR RETURNS IN INPUT ORDER; A RESULT THAT *
      *  IS OUT OF ORDER OR REPEATS A POLICY ALREADY WRITTEN GOES TO     *
      *  REVIEW RATHER THAN TO NCOACORR.                                 *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYNCOAIN EXEC PGM=NYNCOAIN                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //NCOARES  DD DISP=SHR,DSN=T54.T9511F0.NCOA.RESULTS.DATA         *
      * //NCOACORR DD DSN=T54.T9511F0.NYNCOAIN.CORRECT.DATA,             *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=250,BLKSIZE=0)                 *
      * //NCOARVW  DD DSN=T54.T9511F0.NYNCOAIN.REVIEW.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=300,BLKSIZE=0)                 *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *       COLS 1-3 MINIMUM MATCH SCORE FOR AN AUTOMATIC CORRECTION,  *
      *                000-100 (DEFAULT 090)                             *
      *     NCOARES - VENDOR RESULTS, FIXED 300-BYTE LAYOUT:             *
      *       COLS   1-150 THE NYNCOAEX INPUT RECORD, ECHOED             *
      *       COLS 151-152 RETURN CODE - 'A ' MOVE WITH NEW ADDRESS,     *
      *                    '91'/'92' MOVE, SECONDARY NUMBER DROPPED,     *
      *                    '1 ' NEW ADDRESS NOT USABLE, '2 ' FOREIGN     *
      *                    MOVE, '3 ' MOVED LEFT NO ADDRESS, '4 ' BOX    *
      *                    CLOSED NO ORDER, 'D ' DECEASED, '0 ' OR       *
      *                    SPACES NO MATCH                               *
      *       COL  153     MOVE TYPE - I INDIVIDUAL, F FAMILY,           *
      *                    B BUSINESS                                    *
      *       COLS 154-156 MATCH SCORE 000-100                           *
      *       COLS 157-162 MOVE EFFECTIVE DATE CCYYMM                    *
      *       COLS 163-258 NEW ADDRESS 1 (30), ADDRESS 2 (30),           *
      *                    CITY (25), STATE (2) AND ZIP CODE (9)         *
      *     NCOACORR - NYOWNCOR CORRIN LAYOUT, ASCENDING POLICY ORDER.   *
      *     NCOARVW - ONE ROW PER RESULT FOR REVIEW: REVIEW CLASS (L LOW *
      *       CONFIDENCE, N NO FORWARDING ADDRESS, D DECEASED, X OTHER), *
      *       POLICY, VENDOR CODES AND SCORE, OLD AND NEW ADDRESS AND    *
      *       THE REASON.                                                *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYNCOAIN WORKING STORAGE BEGINS'.
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 NCOACORR-FILE-STATUS          PIC X(02).
           05 NCOARVW-FILE-STATUS           PIC X(02).

      * SWITCHES AREA
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.

           05 CARD-EOF-IND                   PIC X(01).
              88 CARD-EOF                    VALUE 'Y'.
       EJECT

       01 VARIABLE-WORK-AREA.
      * MINIMUM MATCH SCORE - SYSIPT OVERRIDABLE
           05 WS-MIN-SCORE          PIC 9(03) VALUE 090.

      * LAST POLICY WRITTEN TO NCOACORR, FOR THE SEQUENCE CHECK
           05 WS-LAST-CORR-POLICY   PIC X(10) VALUE LOW-VALUES.

      * REVIEW CLASS AND REASON FOR THE CURRENT RESULT
           05 WS-REVIEW-CLASS       PIC X(01).
              88 WS-REVIEW-LOW-CONF VALUE 'L'.
              88 WS-REVIEW-NO-FWD   VALUE 'N'.
              88 WS-REVIEW-DECEASED VALUE 'D'.
              88 WS-REVIEW-OTHER    VALUE 'X'.
           05 WS-REVIEW-REASON      PIC X(32).

      * COUNTERS
           05 WS-RESULTS-READ       PIC 9(09) VALUE ZERO.
           05 WS-NO-MATCH-CNT       PIC 9(09) VALUE ZERO.
           05 WS-SAME-ADDRESS-CNT   PIC 9(09) VALUE ZERO.
           05 WS-CORRECTION-CNT     PIC 9(09) VALUE ZERO.
           05 WS-REVIEW-CNT         PIC 9(09) VALUE ZERO.
           05 WS-LOW-CONF-CNT       PIC 9(09) VALUE ZERO.
           05 WS-NO-FWD-CNT         PIC 9(09) VALUE ZERO.
           05 WS-DECEASED-CNT       PIC 9(09) VALUE ZERO.
           05 WS-OTHER-CNT          PIC 9(09) VALUE ZERO.
       EJECT

      ********************************************************************
      * NCOA VENDOR RESULT RECORD - THE NYNCOAEX INPUT RECORD ECHOED,    *
      * FOLLOWED BY THE VENDOR'S RESULT FIELDS                           *
      ********************************************************************

       01 NR-RESULT-RECORD.
           05 NR-INPUT-ECHO.
               10 NR-CLIENT-REF      PIC X(10).
               10 NR-OWNER-NAME      PIC X(40).
               10 NR-OLD-ADDRESS-1   PIC X(30).
               10 NR-OLD-ADDRESS-2   PIC X(30).
               10 NR-OLD-CITY        PIC X(25).
               10 NR-OLD-STATE       PIC X(02).
               10 NR-OLD-ZIP-CODE    PIC X(09).
               10 FILLER             PIC X(04).
           05 NR-RETURN-CODE         PIC X(02).
              88 NR-MOVE-MATCH       VALUE 'A '.
              88 NR-SECONDARY-DROP   VALUE '91' '92'.
              88 NR-NOT-USABLE       VALUE '1 '.
              88 NR-FOREIGN-MOVE     VALUE '2 '.
              88 NR-NO-FORWARDING    VALUE '3 '.
              88 NR-BOX-CLOSED       VALUE '4 '.
              88 NR-DECEASED         VALUE 'D '.
              88 NR-NO-MATCH         VALUE '0 ' '  '.
           05 NR-MOVE-TYPE           PIC X(01).
              88 NR-INDIVIDUAL-MOVE  VALUE 'I'.
              88 NR-FAMILY-MOVE      VALUE 'F'.
              88 NR-BUSINESS-MOVE    VALUE 'B'.
           05 NR-MATCH-SCORE         PIC X(03).
           05 NR-MATCH-SCORE-NUM REDEFINES NR-MATCH-SCORE
                                     PIC 9(03).
           05 NR-MOVE-DATE           PIC X(06).
           05 NR-NEW-ADDRESS.
               10 NR-NEW-ADDRESS-1   PIC X(30).
               10 NR-NEW-ADDRESS-2   PIC X(30).
               10 NR-NEW-CITY        PIC X(25).
               10 NR-NEW-STATE       PIC X(02).
               10 NR-NEW-ZIP-CODE    PIC X(09).
           05 FILLER                 PIC X(42).
       EJECT

      ********************************************************************
      *   CORRECTION RECORD - NYOWNCOR'S CORRIN LAYOUT. EACH FIELD IS    *
      *   APPLIED ONLY WHEN NON-BLANK                                    *
      ********************************************************************

       01 PORTAL-CORRECTION-RECORD.
           05 CR-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 CR-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 CR-ADDRESS-1           PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 CR-ADDRESS-2           PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 CR-CITY                PIC X(25).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 CR-STATE               PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 CR-ZIP-CODE            PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 CR-OWNER-PHONE         PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 CR-SECOND-OWNER-NAME   PIC X(40).
           05 FILLER                 PIC X(46) VALUE SPACES.
       EJECT

      ********************************************************************
      * NCOA REVIEW REPORT ROW                                           *
      ********************************************************************

       01 RV-REVIEW-RECORD.
           05 RV-REVIEW-CLASS        PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-RETURN-CODE         PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-MOVE-TYPE           PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-MATCH-SCORE         PIC X(03).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-MOVE-DATE           PIC X(06).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-OLD-ADDRESS-1       PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-OLD-CITY            PIC X(25).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-OLD-STATE           PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-OLD-ZIP-CODE        PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-NEW-ADDRESS-1       PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-NEW-ADDRESS-2       PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-NEW-CITY            PIC X(25).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-NEW-STATE           PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-NEW-ZIP-CODE        PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RV-REASON              PIC X(32).
           05 FILLER                 PIC X(27) VALUE SPACES.
       EJECT

       01  FILLER PIC X(32)
          VALUE 'NYNCOAIN WORKING STORAGE ENDS  '.
       EJECT
       LINKAGE SECTION.
       EJECT
       PROCEDURE DIVISION.
      ********************************************************************
      *                        MAINLINE LOGIC                           *
      ********************************************************************

       0000-CONTROL-PROCESS.

           PERFORM 1000-INITIALIZATION
               THRU 1099-INITIALIZATION-EXIT.

           PERFORM 1100-OPEN-FILES
               THRU 1199-OPEN-FILES-EXIT.

           MOVE SPACE TO END-OF-FILE-INDICATOR.
           PERFORM 2000-MAIN-PROCESS
               THRU 2000-MAIN-PROCESS-EXIT
               UNTIL END-OF-FILE.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

      * READ THE OPTIONAL MATCH SCORE CARD
           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               AND CONTROL-CARD-REC (1:3) NUMERIC
               AND CONTROL-CARD-REC (1:3) NOT GREATER THAN '100'
               MOVE CONTROL-CARD-REC (1:3) TO WS-MIN-SCORE
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           DISPLAY 'MINIMUM MATCH SCORE: ' WS-MIN-SCORE.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN INPUT  NCOARES-FILE.
           OPEN OUTPUT NCOACORR-FILE.
           IF NCOACORR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NCOA CORRECTION FILE: '
                       NCOACORR-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           OPEN OUTPUT NCOARVW-FILE.
           IF NCOARVW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NCOA REVIEW REPORT: '
                       NCOARVW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       1199-OPEN-FILES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    READ EACH VENDOR RESULT AND ROUTE IT                          *
      ********************************************************************

       2000-MAIN-PROCESS.

           READ NCOARES-FILE INTO NR-RESULT-RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO 2000-MAIN-PROCESS-EXIT
           END-READ.

           ADD +1 TO WS-RESULTS-READ.

           PERFORM 2100-CLASSIFY-RESULT
               THRU 2199-CLASSIFY-RESULT-EXIT.

       2000-MAIN-PROCESS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   A NO-MATCH IS ONLY COUNTED. A MOVE MATCH IS TESTED FOR AN      *
      *   AUTOMATIC CORRECTION; EVERY OTHER RETURN GOES TO REVIEW WITH   *
      *   THE REASON FOR ITS CODE                                        *
      ********************************************************************

       2100-CLASSIFY-RESULT.

           IF NR-NO-MATCH
               ADD +1 TO WS-NO-MATCH-CNT
               GO TO 2199-CLASSIFY-RESULT-EXIT
           END-IF.

           IF NR-MOVE-MATCH
               PERFORM 2200-TEST-MOVE-MATCH
                   THRU 2299-TEST-MOVE-MATCH-EXIT
               GO TO 2199-CLASSIFY-RESULT-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN NR-SECONDARY-DROP
                   SET WS-REVIEW-LOW-CONF TO TRUE
                   MOVE 'MOVE - SECONDARY NUMBER DROPPED'
                       TO WS-REVIEW-REASON
               WHEN NR-NOT-USABLE
                   SET WS-REVIEW-LOW-CONF TO TRUE
                   MOVE 'MOVE - NEW ADDRESS NOT USABLE'
                       TO WS-REVIEW-REASON
               WHEN NR-FOREIGN-MOVE
                   SET WS-REVIEW-NO-FWD TO TRUE
                   MOVE 'MOVE - FOREIGN ADDRESS'
                       TO WS-REVIEW-REASON
               WHEN NR-NO-FORWARDING
                   SET WS-REVIEW-NO-FWD TO TRUE
                   MOVE 'MOVED - NO FORWARDING ADDRESS'
                       TO WS-REVIEW-REASON
               WHEN NR-BOX-CLOSED
                   SET WS-REVIEW-NO-FWD TO TRUE
                   MOVE 'BOX CLOSED - NO FORWARDING ORDER'
                       TO WS-REVIEW-REASON
               WHEN NR-DECEASED
                   SET WS-REVIEW-DECEASED TO TRUE
                   MOVE 'DECEASED'
                       TO WS-REVIEW-REASON
               WHEN OTHER
                   SET WS-REVIEW-OTHER TO TRUE
                   MOVE 'UNKNOWN VENDOR RETURN CODE'
                       TO WS-REVIEW-REASON
           END-EVALUATE.

           PERFORM 2400-WRITE-REVIEW
               THRU 2499-WRITE-REVIEW-EXIT.

       2199-CLASSIFY-RESULT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   A MOVE MATCH BECOMES A CORRECTION ONLY WHEN EVERY TEST BELOW   *
      *   PASSES; THE FIRST ONE THAT FAILS SENDS IT TO REVIEW AS A LOW   *
      *   CONFIDENCE MATCH                                               *
      ********************************************************************

       2200-TEST-MOVE-MATCH.

           SET WS-REVIEW-LOW-CONF TO TRUE.

           IF NR-FAMILY-MOVE
               MOVE 'FAMILY MOVE - OWNER NOT CONFIRMED'
                   TO WS-REVIEW-REASON
               GO TO 2290-MOVE-TO-REVIEW
           END-IF.

           IF NOT NR-INDIVIDUAL-MOVE
               AND NOT NR-BUSINESS-MOVE
               MOVE 'UNKNOWN MOVE TYPE'
                   TO WS-REVIEW-REASON
               GO TO 2290-MOVE-TO-REVIEW
           END-IF.

           IF NR-MATCH-SCORE NOT NUMERIC
               OR NR-MATCH-SCORE-NUM LESS THAN WS-MIN-SCORE
               MOVE 'MATCH SCORE BELOW THRESHOLD'
                   TO WS-REVIEW-REASON
               GO TO 2290-MOVE-TO-REVIEW
           END-IF.

           IF NR-NEW-ADDRESS-1 EQUAL SPACE
               OR NR-NEW-CITY EQUAL SPACE
               OR NR-NEW-STATE EQUAL SPACE
               OR NR-NEW-ZIP-CODE EQUAL SPACE
               MOVE 'NEW ADDRESS INCOMPLETE'
                   TO WS-REVIEW-REASON
               GO TO 2290-MOVE-TO-REVIEW
           END-IF.

           IF NR-NEW-ADDRESS-1 EQUAL NR-OLD-ADDRESS-1
               AND NR-NEW-ADDRESS-2 EQUAL NR-OLD-ADDRESS-2
               AND NR-NEW-CITY EQUAL NR-OLD-CITY
               AND NR-NEW-STATE EQUAL NR-OLD-STATE
               AND NR-NEW-ZIP-CODE (1:5) EQUAL NR-OLD-ZIP-CODE (1:5)
               ADD +1 TO WS-SAME-ADDRESS-CNT
               GO TO 2299-TEST-MOVE-MATCH-EXIT
           END-IF.

      * A BLANK CORRIN FIELD IS NOT APPLIED, SO AN OLD SECOND LINE
      * CANNOT BE CLEARED BY THIS ROUTE
           IF NR-NEW-ADDRESS-2 EQUAL SPACE
               AND NR-OLD-ADDRESS-2 NOT EQUAL SPACE
               MOVE 'OLD ADDRESS-2 WOULD BE KEPT'
                   TO WS-REVIEW-REASON
               GO TO 2290-MOVE-TO-REVIEW
           END-IF.

           IF NR-CLIENT-REF EQUAL SPACE
               OR NR-CLIENT-REF NOT GREATER THAN WS-LAST-CORR-POLICY
               MOVE 'POLICY OUT OF SEQUENCE'
                   TO WS-REVIEW-REASON
               GO TO 2290-MOVE-TO-REVIEW
           END-IF.

           PERFORM 2300-WRITE-CORRECTION
               THRU 2399-WRITE-CORRECTION-EXIT.
           GO TO 2299-TEST-MOVE-MATCH-EXIT.

       2290-MOVE-TO-REVIEW.

           PERFORM 2400-WRITE-REVIEW
               THRU 2499-WRITE-REVIEW-EXIT.

       2299-TEST-MOVE-MATCH-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   CORRIN RECORD - POLICY AND NEW ADDRESS ONLY                    *
      ********************************************************************

       2300-WRITE-CORRECTION.

           MOVE NR-CLIENT-REF      TO CR-POLICY-NUMBER.
           MOVE SPACE              TO CR-OWNER-NAME.
           MOVE NR-NEW-ADDRESS-1   TO CR-ADDRESS-1.
           MOVE NR-NEW-ADDRESS-2   TO CR-ADDRESS-2.
           MOVE NR-NEW-CITY        TO CR-CITY.
           MOVE NR-NEW-STATE       TO CR-STATE.
           MOVE NR-NEW-ZIP-CODE    TO CR-ZIP-CODE.
           MOVE SPACE              TO CR-OWNER-PHONE.
           MOVE SPACE              TO CR-SECOND-OWNER-NAME.

           WRITE NCOACORR-REC FROM PORTAL-CORRECTION-RECORD.
           IF NCOACORR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NCOA CORRECTION FILE: '
                       NCOACORR-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-CORRECTION-CNT.
           MOVE NR-CLIENT-REF TO WS-LAST-CORR-POLICY.

       2399-WRITE-CORRECTION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   REVIEW ROW WITH THE OLD AND NEW ADDRESS AND THE REASON         *
      ********************************************************************

       2400-WRITE-REVIEW.

           MOVE WS-REVIEW-CLASS    TO RV-REVIEW-CLASS.
           MOVE NR-CLIENT-REF      TO RV-POLICY-NUMBER.
           MOVE NR-RETURN-CODE     TO RV-RETURN-CODE.
           MOVE NR-MOVE-TYPE       TO RV-MOVE-TYPE.
           MOVE NR-MATCH-SCORE     TO RV-MATCH-SCORE.
           MOVE NR-MOVE-DATE       TO RV-MOVE-DATE.
           MOVE NR-OWNER-NAME      TO RV-OWNER-NAME.
           MOVE NR-OLD-ADDRESS-1   TO RV-OLD-ADDRESS-1.
           MOVE NR-OLD-CITY        TO RV-OLD-CITY.
           MOVE NR-OLD-STATE       TO RV-OLD-STATE.
           MOVE NR-OLD-ZIP-CODE    TO RV-OLD-ZIP-CODE.
           MOVE NR-NEW-ADDRESS-1   TO RV-NEW-ADDRESS-1.
           MOVE NR-NEW-ADDRESS-2   TO RV-NEW-ADDRESS-2.
           MOVE NR-NEW-CITY        TO RV-NEW-CITY.
           MOVE NR-NEW-STATE       TO RV-NEW-STATE.
           MOVE NR-NEW-ZIP-CODE    TO RV-NEW-ZIP-CODE.
           MOVE WS-REVIEW-REASON   TO RV-REASON.

           WRITE NCOARVW-REC FROM RV-REVIEW-RECORD.
           IF NCOARVW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NCOA REVIEW REPORT: '
                       NCOARVW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-REVIEW-CNT.

           EVALUATE TRUE
               WHEN WS-REVIEW-LOW-CONF
                   ADD +1 TO WS-LOW-CONF-CNT
               WHEN WS-REVIEW-NO-FWD
                   ADD +1 TO WS-NO-FWD-CNT
               WHEN WS-REVIEW-DECEASED
                   ADD +1 TO WS-DECEASED-CNT
               WHEN OTHER
                   ADD +1 TO WS-OTHER-CNT
           END-EVALUATE.

       2499-WRITE-REVIEW-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       END OF JOB                              *
      ******************************************************************

       EOJ9900-ABEND.
           CALL 'CKABEND'.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE NCOARES-FILE.
           CLOSE NCOACORR-FILE.
           CLOSE NCOARVW-FILE.

           DISPLAY 'VENDOR RESULTS READ: '        WS-RESULTS-READ.
           DISPLAY 'NO MATCH - ADDRESS CURRENT: ' WS-NO-MATCH-CNT.
           DISPLAY 'MOVE TO SAME ADDRESS: '       WS-SAME-ADDRESS-CNT.
           DISPLAY 'CORRECTIONS WRITTEN: '        WS-CORRECTION-CNT.
           DISPLAY 'REVIEW ROWS WRITTEN: '        WS-REVIEW-CNT.
           DISPLAY '  LOW CONFIDENCE: '           WS-LOW-CONF-CNT.
           DISPLAY '  NO FORWARDING ADDRESS: '    WS-NO-FWD-CNT.
           DISPLAY '  DECEASED: '                 WS-DECEASED-CNT.
           DISPLAY '  OTHER: '                    WS-OTHER-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT

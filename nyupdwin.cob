       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYUPDWIN.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT UPDATE-WINDOW-FILE ASSIGN TO UPDWIN
               FILE STATUS IS UPDATE-WINDOW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  UPDATE-WINDOW-FILE
           RECORDING MODE IS F.
       01  UPDATE-WINDOW-REC.
           COPY CKUPDWIN.

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  CLAIMS AND RELEASES THE VSAM2 UPDATE WINDOW (SEE CKUPDWIN) ON   *
      *  BEHALF OF A JOB THAT ONLY READS P54.CK.BASEB.POLICY BUT NEEDS   *
      *  IT TO STAY STILL WHILE IT DOES. THE NYDLYFP CHAIN RUNS THIS     *
      *  PROGRAM AS STEP001 TO CLAIM THE WINDOW BEFORE NYBUSDAT AND      *
      *  AGAIN AS STEP035 TO RELEASE IT ONCE NYFPVUL, THE LAST STEP THAT *
      *  READS VSAM2, HAS FINISHED - SO NO NYOWNCOR, NYCORBKO, NYAGTXFR  *
      *  OR NYAGTRAS UPDATE CAN LAND BETWEEN NYVULOWN'S BROWSE IN        *
      *  STEP010 AND NYFPVUL'S IN STEP030 AND SURFACE IN NYCONCHK AS A   *
      *  STATUS MISMATCH. THOSE UPDATE PROGRAMS CLAIM THE SAME WINDOW    *
      *  THEMSELVES BEFORE OPENING VSAM2, SO WHICHEVER SIDE CLAIMS FIRST *
      *  KEEPS THE OTHER OUT UNTIL IT RELEASES.                          *
      *  A CLAIM THAT FINDS THE WINDOW HELD UNDER ANOTHER NAME DISPLAYS  *
      *  THE HOLDER AND ITS CLAIM DATE AND TIME AND ENDS WITH RETURN     *
      *  CODE 12; EVERY LATER NYDLYFP STEP TESTS STEP001 AND IS          *
      *  BYPASSED.                                                       *
      *  A CLAIM THAT FINDS THE WINDOW ALREADY HELD UNDER ITS OWN NAME   *
      *  (A RERUN AFTER THE CHAIN ABENDED) RECLAIMS IT.                  *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYUPDWIN EXEC PGM=NYUPDWIN                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //UPDWIN   DD DISP=SHR,DSN=P54.CK.NYUPDWIN.CONTROL               *
      * //SYSIPT   DD *                                                  *
      * CLAIM   NYDLYFP                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (REQUIRED) -                             *
      *       COLS 1-7   'CLAIM'   - HOLD THE WINDOW UNDER THE NAME      *
      *                              BELOW.                              *
      *                  'RELEASE' - FREE THE WINDOW IF IT IS HELD UNDER *
      *                              THE NAME BELOW.                     *
      *                  'FORCE'   - OPERATOR RELEASE: FREE THE WINDOW   *
      *                              WHOEVER HOLDS IT (AN UPDATE         *
      *                              PROGRAM THAT ABENDED AND WILL NOT   *
      *                              BE RERUN).                          *
      *       COLS 9-16  HOLDER NAME, E.G. NYDLYFP. REQUIRED FOR CLAIM   *
      *                  AND RELEASE; ON FORCE IT IS RECORDED AS THE     *
      *                  RELEASED-BY NAME.                               *
      *     UPDWIN - THE INTERLOCK CONTROL FILE, ONE 80-BYTE RECORD      *
      *       (CKUPDWIN LAYOUT), ALLOCATED AND PRIMED ONCE WITH A FREE   *
      *       RECORD ('F' IN COL 1). OPENED I-O AND REWRITTEN IN PLACE.  *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     MISSING CONTROL RECORD OR INVALID CONTROL CARD - ABEND       *
      *     RETURN CODE 12 - CLAIM FOUND THE WINDOW HELD BY ANOTHER NAME *
      *     RETURN CODE 4  - RELEASE FOUND THE WINDOW NOT HELD UNDER THE *
      *                      NAME GIVEN; THE RECORD IS LEFT AS IT WAS    *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *     NONE                                                         *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     CKUPDWIN ---- UPDATE-WINDOW CONTROL RECORD LAYOUT            *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYUPDWIN WORKING STORAGE BEGINS'.

      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 UPDATE-WINDOW-FILE-STATUS     PIC X(02).

           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.

           05 WS-ACTION                     PIC X(07) VALUE SPACE.
              88 CLAIM-ACTION               VALUE 'CLAIM  '.
              88 RELEASE-ACTION             VALUE 'RELEASE'.
              88 FORCE-ACTION               VALUE 'FORCE  '.
           05 WS-HOLDER-NAME                PIC X(08) VALUE SPACE.

      * RETURN CODES - 12 WINDOW HELD ELSEWHERE, 4 NOTHING TO RELEASE
           05 WS-STEP-RC             PIC S9(04) COMP VALUE +0.
           05 WS-HELD-RC             PIC S9(04) COMP VALUE +12.
           05 WS-NOT-HELD-RC         PIC S9(04) COMP VALUE +4.

           05 WS-CURR-DATE.
              10 WS-CURR-YEAR         PIC 9(02).
              10 WS-CURR-MO           PIC 9(02).
              10 WS-CURR-DAY          PIC 9(02).
           05 WS-CURR-TIME            PIC X(08).
           05 WS-RUN-DATE.
              10 WS-RUN-MM            PIC 9(02).
              10 WS-RUN-DD            PIC 9(02).
              10 WS-RUN-CC            PIC 9(02).
              10 WS-RUN-YY            PIC 9(02).
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYUPDWIN WORKING STORAGE ENDS  '.
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

           IF CLAIM-ACTION
               PERFORM 2000-CLAIM-WINDOW
                   THRU 2099-CLAIM-WINDOW-EXIT
           ELSE
               PERFORM 3000-RELEASE-WINDOW
                   THRU 3099-RELEASE-WINDOW-EXIT
           END-IF.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

      * SET LAST - THE CLOSE WOULD OTHERWISE OVERLAY IT
           MOVE WS-STEP-RC TO RETURN-CODE.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               MOVE CONTROL-CARD-REC (1:7)  TO WS-ACTION
               MOVE CONTROL-CARD-REC (9:8)  TO WS-HOLDER-NAME
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CLAIM-ACTION AND NOT RELEASE-ACTION
               AND NOT FORCE-ACTION
               DISPLAY 'INVALID CONTROL CARD ACTION: ' WS-ACTION
               DISPLAY 'EXPECTED CLAIM, RELEASE OR FORCE IN COLS 1-7'
               GO TO EOJ9900-ABEND
           END-IF.

           IF WS-HOLDER-NAME = SPACE
               DISPLAY 'NO HOLDER NAME IN CONTROL CARD COLS 9-16'
               GO TO EOJ9900-ABEND
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-MO   TO WS-RUN-MM.
           MOVE WS-CURR-DAY  TO WS-RUN-DD.
           MOVE 20           TO WS-RUN-CC.
           MOVE WS-CURR-YEAR TO WS-RUN-YY.

           OPEN I-O UPDATE-WINDOW-FILE.
           IF UPDATE-WINDOW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING UPDATE WINDOW FILE: '
                       UPDATE-WINDOW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           READ UPDATE-WINDOW-FILE.
           IF UPDATE-WINDOW-FILE-STATUS NOT = '00'
               DISPLAY 'UPDATE WINDOW CONTROL RECORD MISSING: '
                       UPDATE-WINDOW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CLAIM - HELD UNDER ANOTHER NAME ENDS THE STEP WITH RC 12 AND   *
      *  THE RECORD UNTOUCHED; FREE, OR HELD UNDER THIS SAME NAME BY A  *
      *  RUN THAT ABENDED, IS REWRITTEN AS HELD UNDER THIS NAME         *
      ********************************************************************

       2000-CLAIM-WINDOW.

           IF UW-WINDOW-HELD
               AND UW-HOLDER-NAME NOT = WS-HOLDER-NAME
               MOVE WS-HELD-RC TO WS-STEP-RC
               DISPLAY 'VSAM2 UPDATE WINDOW HELD BY ' UW-HOLDER-NAME
                       ' SINCE ' UW-CLAIM-DATE ' ' UW-CLAIM-TIME
               DISPLAY WS-HOLDER-NAME ' DID NOT CLAIM THE WINDOW - '
                       'ENDING WITH RETURN CODE 12'
               GO TO 2099-CLAIM-WINDOW-EXIT
           END-IF.

           IF UW-WINDOW-HELD
               DISPLAY 'RECLAIMING UPDATE WINDOW LEFT HELD BY '
                       UW-HOLDER-NAME ' SINCE ' UW-CLAIM-DATE
                       ' ' UW-CLAIM-TIME
           END-IF.

           SET UW-WINDOW-HELD    TO TRUE.
           MOVE WS-HOLDER-NAME   TO UW-HOLDER-NAME.
           MOVE WS-RUN-DATE      TO UW-CLAIM-DATE.
           MOVE WS-CURR-TIME     TO UW-CLAIM-TIME.
           REWRITE UPDATE-WINDOW-REC.
           IF UPDATE-WINDOW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING UPDATE WINDOW RECORD: '
                       UPDATE-WINDOW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           DISPLAY 'VSAM2 UPDATE WINDOW CLAIMED BY ' WS-HOLDER-NAME
                   ' AT ' WS-RUN-DATE ' ' WS-CURR-TIME.

       2099-CLAIM-WINDOW-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  RELEASE - FREES THE WINDOW ONLY WHEN IT IS HELD UNDER THE      *
      *  NAME ON THE CARD; ANYTHING ELSE IS LEFT ALONE WITH RC 4.       *
      *  FORCE FREES IT WHOEVER HOLDS IT.                               *
      ********************************************************************

       3000-RELEASE-WINDOW.

           IF NOT UW-WINDOW-HELD
               MOVE WS-NOT-HELD-RC TO WS-STEP-RC
               DISPLAY 'VSAM2 UPDATE WINDOW IS NOT HELD - '
                       'NOTHING TO RELEASE'
               GO TO 3099-RELEASE-WINDOW-EXIT
           END-IF.

           IF RELEASE-ACTION
               AND UW-HOLDER-NAME NOT = WS-HOLDER-NAME
               MOVE WS-NOT-HELD-RC TO WS-STEP-RC
               DISPLAY 'VSAM2 UPDATE WINDOW HELD BY ' UW-HOLDER-NAME
                       ', NOT ' WS-HOLDER-NAME ' - LEFT HELD'
               GO TO 3099-RELEASE-WINDOW-EXIT
           END-IF.

           IF FORCE-ACTION
               DISPLAY 'FORCE RELEASE OF UPDATE WINDOW HELD BY '
                       UW-HOLDER-NAME ' SINCE ' UW-CLAIM-DATE
                       ' ' UW-CLAIM-TIME
           END-IF.

           SET UW-WINDOW-FREE    TO TRUE.
           MOVE WS-HOLDER-NAME   TO UW-RELEASED-BY.
           MOVE WS-RUN-DATE      TO UW-RELEASE-DATE.
           MOVE WS-CURR-TIME     TO UW-RELEASE-TIME.
           REWRITE UPDATE-WINDOW-REC.
           IF UPDATE-WINDOW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING UPDATE WINDOW RECORD: '
                       UPDATE-WINDOW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           DISPLAY 'VSAM2 UPDATE WINDOW RELEASED BY ' WS-HOLDER-NAME
                   ' AT ' WS-RUN-DATE ' ' WS-CURR-TIME.

       3099-RELEASE-WINDOW-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE UPDATE-WINDOW-FILE.

           DISPLAY 'UPDATE WINDOW ACTION: ' WS-ACTION
                   ' FOR ' WS-HOLDER-NAME.
           DISPLAY 'RETURN CODE: ' WS-STEP-RC.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.

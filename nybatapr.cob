       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYBATAPR.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT CORRECTION-FILE   ASSIGN TO CORRIN
               FILE STATUS IS CORRECTION-FILE-STATUS.
           SELECT TRANSFER-CTL-FILE ASSIGN TO XFERIN
               FILE STATUS IS TRANSFER-CTL-FILE-STATUS.
           SELECT REGISTER-IN-FILE  ASSIGN TO BATREGIN
               FILE STATUS IS REGISTER-IN-FILE-STATUS.
           SELECT REGISTER-OUT-FILE ASSIGN TO BATREGOT
               FILE STATUS IS REGISTER-OUT-FILE-STATUS.
           SELECT APPROVAL-AUDIT-FILE ASSIGN TO BATAUDIT
               FILE STATUS IS APPROVAL-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
       01  CORRECTION-REC         PIC X(250).

       FD  TRANSFER-CTL-FILE
           RECORDING MODE IS F.
       01  TRANSFER-CTL-REC       PIC X(30).

       FD  REGISTER-IN-FILE
           RECORDING MODE IS F.
       01  REGISTER-IN-REC        PIC X(120).

       FD  REGISTER-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REGISTER-OUT-REC       PIC X(120).

       FD  APPROVAL-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  APPROVAL-AUDIT-REC     PIC X(120).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  MAKER-CHECKER APPROVAL GATE FOR THE TWO INPUT BATCHES THAT ARE  *
      *  APPLIED STRAIGHT TO VSAM2 - NYOWNCOR'S CORRIN CORRECTION FILE   *
      *  AND NYAGTXFR'S XFERIN TRANSFER CONTROL FILE. AUDIT FOUND THAT   *
      *  WHOEVER PLACED EITHER FILE ON ITS INPUT DATASET COULD HAVE IT   *
      *  APPLIED WITH NOBODY ELSE LOOKING AT IT FIRST. THIS PROGRAM      *
      *  KEEPS THE BATCH REGISTER (CKBATREG) THOSE TWO PROGRAMS NOW      *
      *  CHECK BEFORE THEY OPEN VSAM2. ONE CONTROL CARD PER RUN:         *
      *    REGISTER - THE SUBMITTER (MAKER) RECORDS A NEW BATCH ID. THE  *
      *               RECORD COUNT AND HASH TOTAL ARE TAKEN FROM THE     *
      *               BATCH DATASET ITSELF AND THE BATCH IS LEFT         *
      *               PENDING.                                           *
      *    APPROVE  - A SECOND USER (CHECKER) APPROVES A PENDING BATCH.  *
      *    REJECT   - A SECOND USER REJECTS A PENDING BATCH.             *
      *  THE CHECKER MUST BE A DIFFERENT USER ID FROM THE SUBMITTER.     *
      *  NYOWNCOR AND NYAGTXFR REFUSE A BATCH THAT IS NOT REGISTERED,    *
      *  NOT APPROVED, ALREADY APPLIED, OR WHOSE COUNT OR HASH NO LONGER *
      *  MATCHES THE REGISTERED VALUES. ONCE EITHER APPLIES A BATCH IT   *
      *  REWRITES THE BATCH'S ROW IN PLACE AS APPLIED ('X'); AN APPLIED  *
      *  BATCH IS CARRIED FORWARD AS IT STANDS AND IS NOT PENDING, SO IT *
      *  CANNOT BE APPROVED OR REJECTED AGAIN. A CHECKER CAN REVIEW A    *
      *  TRANSFER BATCH WITH AN NYAGTXFR PREVIEW RUN, WHICH NEEDS NO     *
      *  APPROVAL BECAUSE IT UPDATES NOTHING. EVERY REQUEST, ACCEPTED OR *
      *  REFUSED, IS LOGGED TO THE APPROVAL AUDIT FILE (CKBATAUD).       *
      *  THE REGISTER IS CARRIED FORWARD ONE GENERATION PER RUN, THE     *
      *  SAME WAY NYCORHST CARRIES ITS HISTORY: BATREGIN (0) IS COPIED   *
      *  TO BATREGOT (+1) WITH THE ONE ROW THE CARD TOUCHES CHANGED, OR  *
      *  A NEW ROW APPENDED FOR A REGISTER REQUEST.                      *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYBATAPR EXEC PGM=NYBATAPR                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //CORRIN   DD DISP=SHR,DSN=T54.T9511F0.NYOWNCOR.CORRECT.DATA     *
      * //XFERIN   DD DUMMY                                              *
      * //BATREGIN DD DISP=SHR,DSN=T54.T9511F0.NYBATAPR.REGISTER.DATA(0) *
      * //BATREGOT DD DSN=T54.T9511F0.NYBATAPR.REGISTER.DATA(+1),        *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(TRK,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=120,BLKSIZE=0)                 *
      * //BATAUDIT DD DISP=MOD,DSN=T54.T9511F0.NYBATAPR.AUDIT.DATA       *
      * //SYSIPT   DD *                                                  *
      * REGISTER CORR20261015 C JSMITH                                   *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (REQUIRED) -                             *
      *       COLS 1-8   'REGISTER', 'APPROVE' OR 'REJECT'               *
      *       COLS 10-21 BATCH ID                                        *
      *       COL  23    BATCH TYPE (REGISTER ONLY) - 'C' CORRIN BATCH,  *
      *                  'T' XFERIN TRANSFER BATCH                       *
      *       COLS 25-32 USER ID OF THE SUBMITTER (REGISTER) OR THE      *
      *                  CHECKER (APPROVE/REJECT)                        *
      *       COLS 34-42 CONTROL RECORD COUNT (REGISTER, OPTIONAL) - IF  *
      *                  GIVEN, THE DATASET MUST AGREE OR THE BATCH IS   *
      *                  NOT REGISTERED                                  *
      *       COLS 44-55 CONTROL HASH TOTAL (REGISTER, OPTIONAL) - SAME  *
      *       COLS 57-76 REASON / COMMENT, KEPT ON THE REGISTER ROW      *
      *     CORRIN / XFERIN - THE BATCH BEING REGISTERED; ONLY THE DD    *
      *       FOR THE CARD'S BATCH TYPE IS OPENED; THE OTHER MAY BE      *
      *       DUMMY.                                                     *
      *     BATREGIN / BATREGOT - REGISTER, PRIOR AND NEW GENERATION,    *
      *       120-BYTE CKBATREG ROWS. SEED GENERATION (0) EMPTY.         *
      *     BATAUDIT - APPROVAL AUDIT FILE, 120-BYTE CKBATAUD ROWS,      *
      *       APPENDED TO (DISP=MOD).                                    *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     MISSING OR INVALID CONTROL CARD - HARD STOP                  *
      *     RETURN CODE 8 - REQUEST REFUSED; THE REASON IS DISPLAYED AND *
      *       LOGGED TO BATAUDIT AND THE REGISTER IS CARRIED FORWARD     *
      *       UNCHANGED. REASONS - BATCH ID ALREADY REGISTERED, CONTROL  *
      *       COUNT OR HASH DISAGREES WITH THE DATASET, BATCH NOT        *
      *       REGISTERED, BATCH NOT PENDING, CHECKER IS THE SUBMITTER.   *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     CKBATREG ---- BATCH REGISTER ROW LAYOUT                      *
      *     CKBATAUD ---- APPROVAL AUDIT ROW LAYOUT                      *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYBATAPR WORKING STORAGE BEGINS'.

      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 CORRECTION-FILE-STATUS        PIC X(02).
           05 TRANSFER-CTL-FILE-STATUS      PIC X(02).
           05 REGISTER-IN-FILE-STATUS       PIC X(02).
           05 REGISTER-OUT-FILE-STATUS      PIC X(02).
           05 APPROVAL-AUDIT-FILE-STATUS    PIC X(02).

           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.
           05 BATCH-EOF-IND                 PIC X(1).
              88 END-OF-BATCH               VALUE 'Y'.
           05 REGISTER-EOF-IND              PIC X(1).
              88 END-OF-REGISTER            VALUE 'Y'.
           05 BATCH-FOUND-IND               PIC X(1) VALUE 'N'.
              88 BATCH-FOUND                VALUE 'Y'.

      * CONTROL CARD
           05 WS-ACTION                     PIC X(08) VALUE SPACE.
              88 REGISTER-ACTION            VALUE 'REGISTER'.
              88 APPROVE-ACTION             VALUE 'APPROVE '.
              88 REJECT-ACTION              VALUE 'REJECT  '.
           05 WS-BATCH-ID                   PIC X(12) VALUE SPACE.
           05 WS-BATCH-TYPE                 PIC X(01) VALUE SPACE.
              88 CORRECTION-BATCH           VALUE 'C'.
              88 TRANSFER-BATCH             VALUE 'T'.
           05 WS-USER-ID                    PIC X(08) VALUE SPACE.
           05 WS-CONTROL-CNT-X              PIC X(09) VALUE SPACE.
           05 WS-CONTROL-CNT REDEFINES WS-CONTROL-CNT-X
                                            PIC 9(09).
           05 WS-CONTROL-HASH-X             PIC X(12) VALUE SPACE.
           05 WS-CONTROL-HASH REDEFINES WS-CONTROL-HASH-X
                                            PIC 9(12).
           05 WS-REASON                     PIC X(20) VALUE SPACE.

      * NON-BLANK ONCE THE REQUEST HAS BEEN REFUSED
           05 WS-REFUSE-REASON              PIC X(30) VALUE SPACE.
              88 REQUEST-ACCEPTED           VALUE SPACE.

           05 WS-STEP-RC             PIC S9(04) COMP VALUE +0.
           05 WS-REFUSED-RC          PIC S9(04) COMP VALUE +8.

      * COUNT AND HASH OF THE BATCH DATASET (EVERY BYTE OF EVERY
      * RECORD, POSITION-WEIGHTED - SEE 1580-HASH-RECORD)
           05 WS-RECORD-CNT           PIC 9(09) VALUE ZERO.
           05 WS-BATCH-HASH-TOTAL     PIC S9(13) COMP-3 VALUE +0.
           05 WS-HASH-RECORD          PIC X(250).
           05 WS-HASH-REC-LEN         PIC S9(04) COMP VALUE +0.
           05 WS-HASH-POS             PIC S9(04) COMP VALUE +0.
           05 WS-HASH-BYTE-AREA.
              10 WS-HASH-BYTE-HI      PIC X(01) VALUE LOW-VALUE.
              10 WS-HASH-BYTE         PIC X(01).
           05 WS-HASH-BYTE-VAL REDEFINES WS-HASH-BYTE-AREA
                                      PIC 9(04) COMP.
           05 WS-HASH-OUT             PIC 9(12) VALUE ZERO.

           05 WS-REGISTER-READ-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-REGISTER-WRITE-CNT   PIC S9(9) COMP-3 VALUE +0.

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

      ********************************************************************
      *  BATCH REGISTER AND APPROVAL AUDIT ROWS                         *
      ********************************************************************

       01  BR-REGISTER-RECORD.
           COPY CKBATREG.

       01  BA-AUDIT-RECORD.
           COPY CKBATAUD.
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYBATAPR WORKING STORAGE ENDS  '.
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

           PERFORM 2000-COPY-REGISTER
               THRU 2099-COPY-REGISTER-EXIT
               UNTIL END-OF-REGISTER.

           PERFORM 3000-FINISH-REQUEST
               THRU 3099-FINISH-REQUEST-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

      * SET LAST - THE CLOSES WOULD OTHERWISE OVERLAY IT
           MOVE WS-STEP-RC TO RETURN-CODE.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO REGISTER-EOF-IND.

           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF CARD-EOF
               DISPLAY 'NO CONTROL CARD ON SYSIPT'
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE CONTROL-CARD-REC (1:8)   TO WS-ACTION.
           MOVE CONTROL-CARD-REC (10:12) TO WS-BATCH-ID.
           MOVE CONTROL-CARD-REC (23:1)  TO WS-BATCH-TYPE.
           MOVE CONTROL-CARD-REC (25:8)  TO WS-USER-ID.
           MOVE CONTROL-CARD-REC (34:9)  TO WS-CONTROL-CNT-X.
           MOVE CONTROL-CARD-REC (44:12) TO WS-CONTROL-HASH-X.
           MOVE CONTROL-CARD-REC (57:20) TO WS-REASON.

           IF NOT REGISTER-ACTION AND NOT APPROVE-ACTION
               AND NOT REJECT-ACTION
               DISPLAY 'INVALID CONTROL CARD ACTION: ' WS-ACTION
               DISPLAY 'EXPECTED REGISTER, APPROVE OR REJECT'
               GO TO EOJ9900-ABEND
           END-IF.

           IF WS-BATCH-ID = SPACE OR WS-USER-ID = SPACE
               DISPLAY 'BATCH ID (COLS 10-21) AND USER ID (COLS 25-32)'
               DISPLAY 'ARE BOTH REQUIRED'
               GO TO EOJ9900-ABEND
           END-IF.

           IF REGISTER-ACTION
               AND NOT CORRECTION-BATCH AND NOT TRANSFER-BATCH
               DISPLAY 'INVALID BATCH TYPE: ' WS-BATCH-TYPE
               DISPLAY 'EXPECTED C (CORRIN) OR T (XFERIN) IN COL 23'
               GO TO EOJ9900-ABEND
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-MO   TO WS-RUN-MM.
           MOVE WS-CURR-DAY  TO WS-RUN-DD.
           MOVE 20           TO WS-RUN-CC.
           MOVE WS-CURR-YEAR TO WS-RUN-YY.

           OPEN INPUT  REGISTER-IN-FILE.
           IF REGISTER-IN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BATCH REGISTER INPUT: '
                       REGISTER-IN-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT REGISTER-OUT-FILE.
           IF REGISTER-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BATCH REGISTER OUTPUT: '
                       REGISTER-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN EXTEND APPROVAL-AUDIT-FILE.
           IF APPROVAL-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPROVAL AUDIT FILE: '
                       APPROVAL-AUDIT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           DISPLAY 'REQUEST: ' WS-ACTION ' BATCH ' WS-BATCH-ID
                   ' USER ' WS-USER-ID.

           IF REGISTER-ACTION
               PERFORM 1500-COUNT-BATCH
                   THRU 1599-COUNT-BATCH-EXIT
           END-IF.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  COUNT AND HASH THE BATCH BEING REGISTERED, THEN HOLD THEM      *
      *  AGAINST THE SUBMITTER'S OWN CONTROL TOTALS WHEN THE CARD       *
      *  CARRIES THEM                                                   *
      ********************************************************************

       1500-COUNT-BATCH.

           MOVE SPACE TO BATCH-EOF-IND.
           IF CORRECTION-BATCH
               OPEN INPUT CORRECTION-FILE
               IF CORRECTION-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CORRECTION FILE: '
                           CORRECTION-FILE-STATUS
                   GO TO EOJ9900-ABEND
               END-IF
               PERFORM 1510-HASH-CORRECTION
                   THRU 1519-HASH-CORRECTION-EXIT
                   UNTIL END-OF-BATCH
               CLOSE CORRECTION-FILE
           ELSE
               OPEN INPUT TRANSFER-CTL-FILE
               IF TRANSFER-CTL-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING TRANSFER CONTROL FILE: '
                           TRANSFER-CTL-FILE-STATUS
                   GO TO EOJ9900-ABEND
               END-IF
               PERFORM 1520-HASH-TRANSFER
                   THRU 1529-HASH-TRANSFER-EXIT
                   UNTIL END-OF-BATCH
               CLOSE TRANSFER-CTL-FILE
           END-IF.

           MOVE WS-BATCH-HASH-TOTAL TO WS-HASH-OUT.
           DISPLAY 'BATCH RECORD COUNT: ' WS-RECORD-CNT.
           DISPLAY 'BATCH HASH TOTAL:   ' WS-HASH-OUT.

           IF WS-RECORD-CNT EQUAL ZERO
               MOVE 'BATCH DATASET IS EMPTY' TO WS-REFUSE-REASON
               GO TO 1599-COUNT-BATCH-EXIT
           END-IF.

           IF WS-CONTROL-CNT-X NOT = SPACE
               IF WS-CONTROL-CNT-X NOT NUMERIC
                   OR WS-CONTROL-CNT NOT = WS-RECORD-CNT
                   MOVE 'CONTROL COUNT DISAGREES'
                     TO WS-REFUSE-REASON
                   GO TO 1599-COUNT-BATCH-EXIT
               END-IF
           END-IF.

           IF WS-CONTROL-HASH-X NOT = SPACE
               IF WS-CONTROL-HASH-X NOT NUMERIC
                   OR WS-CONTROL-HASH NOT = WS-HASH-OUT
                   MOVE 'CONTROL HASH DISAGREES'
                     TO WS-REFUSE-REASON
               END-IF
           END-IF.

       1599-COUNT-BATCH-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CORRIN - HASH THE WHOLE 250-BYTE CORRECTION RECORD             *
      ********************************************************************

       1510-HASH-CORRECTION.

           READ CORRECTION-FILE
               AT END
                   SET END-OF-BATCH TO TRUE
                   GO TO 1519-HASH-CORRECTION-EXIT
           END-READ.
           ADD 1 TO WS-RECORD-CNT.

           MOVE CORRECTION-REC TO WS-HASH-RECORD.
           MOVE LENGTH OF CORRECTION-REC TO WS-HASH-REC-LEN.
           PERFORM 1580-HASH-RECORD
               THRU 1589-HASH-RECORD-EXIT.

       1519-HASH-CORRECTION-EXIT.
           EXIT.

      ********************************************************************
      *  XFERIN - HASH THE WHOLE 30-BYTE TRANSFER RECORD                *
      ********************************************************************

       1520-HASH-TRANSFER.

           READ TRANSFER-CTL-FILE
               AT END
                   SET END-OF-BATCH TO TRUE
                   GO TO 1529-HASH-TRANSFER-EXIT
           END-READ.
           ADD 1 TO WS-RECORD-CNT.

           MOVE TRANSFER-CTL-REC TO WS-HASH-RECORD.
           MOVE LENGTH OF TRANSFER-CTL-REC TO WS-HASH-REC-LEN.
           PERFORM 1580-HASH-RECORD
               THRU 1589-HASH-RECORD-EXIT.

       1529-HASH-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      *  HASH ONE BATCH RECORD INTO THE BATCH HASH TOTAL - EVERY BYTE  *
      *  OF WS-HASH-RECORD UP TO WS-HASH-REC-LEN, ITS VALUE TIMES ITS  *
      *  POSITION IN THE RECORD, SO A CHANGE TO ANY FIELD OF AN        *
      *  APPROVED RECORD CHANGES THE HASH. NYBATAPR, NYOWNCOR AND      *
      *  NYAGTXFR ALL HASH A BATCH WITH THIS SAME ROUTINE. EACH ADDEND *
      *  IS UNDER 10**5, SO ONE SUBTRACTION KEEPS THE TOTAL INSIDE     *
      *  10**12.                                                       *
      ******************************************************************

       1580-HASH-RECORD.

           MOVE LOW-VALUE TO WS-HASH-BYTE-HI.
           MOVE ZERO TO WS-HASH-POS.

       1582-HASH-RECORD-BYTE.

           ADD +1 TO WS-HASH-POS.
           IF WS-HASH-POS GREATER THAN WS-HASH-REC-LEN
               GO TO 1589-HASH-RECORD-EXIT
           END-IF.

           MOVE WS-HASH-RECORD (WS-HASH-POS:1) TO WS-HASH-BYTE.
           COMPUTE WS-BATCH-HASH-TOTAL =
               WS-BATCH-HASH-TOTAL + WS-HASH-BYTE-VAL * WS-HASH-POS.
           IF WS-BATCH-HASH-TOTAL GREATER THAN 999999999999
               SUBTRACT 1000000000000 FROM WS-BATCH-HASH-TOTAL
           END-IF.

           GO TO 1582-HASH-RECORD-BYTE.

       1589-HASH-RECORD-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CARRY THE REGISTER FORWARD A ROW AT A TIME, APPLYING THE       *
      *  REVIEW TO THE ROW FOR THE CARD'S BATCH ID                      *
      ********************************************************************

       2000-COPY-REGISTER.

           READ REGISTER-IN-FILE INTO BR-REGISTER-RECORD
               AT END
                   SET END-OF-REGISTER TO TRUE
                   GO TO 2099-COPY-REGISTER-EXIT
           END-READ.
           ADD +1 TO WS-REGISTER-READ-CNT.

           IF BR-BATCH-ID = WS-BATCH-ID
               SET BATCH-FOUND TO TRUE
               IF REGISTER-ACTION
                   IF REQUEST-ACCEPTED
                       MOVE 'BATCH ID ALREADY REGISTERED'
                         TO WS-REFUSE-REASON
                   END-IF
               ELSE
                   PERFORM 2200-REVIEW-BATCH
                       THRU 2299-REVIEW-BATCH-EXIT
               END-IF
           END-IF.

           WRITE REGISTER-OUT-REC FROM BR-REGISTER-RECORD.
           IF REGISTER-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BATCH REGISTER: '
                       REGISTER-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-REGISTER-WRITE-CNT.

       2099-COPY-REGISTER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  APPROVE OR REJECT - ONLY A PENDING BATCH, AND ONLY BY A USER   *
      *  OTHER THAN THE ONE WHO REGISTERED IT                           *
      ********************************************************************

       2200-REVIEW-BATCH.

           MOVE BR-BATCH-TYPE TO WS-BATCH-TYPE.
           MOVE BR-RECORD-CNT TO WS-RECORD-CNT.
           MOVE BR-HASH-TOTAL TO WS-HASH-OUT.

           IF NOT BR-PENDING
               MOVE 'BATCH NOT PENDING REVIEW' TO WS-REFUSE-REASON
               DISPLAY 'BATCH STATUS IS ' BR-STATUS
                       ' - REVIEWED BY ' BR-REVIEW-USER
                       ' ON ' BR-REVIEW-DATE
               GO TO 2299-REVIEW-BATCH-EXIT
           END-IF.

           IF BR-SUBMIT-USER = WS-USER-ID
               MOVE 'CHECKER IS THE SUBMITTER' TO WS-REFUSE-REASON
               GO TO 2299-REVIEW-BATCH-EXIT
           END-IF.

           IF APPROVE-ACTION
               SET BR-APPROVED TO TRUE
           ELSE
               SET BR-REJECTED TO TRUE
           END-IF.
           MOVE WS-USER-ID    TO BR-REVIEW-USER.
           MOVE WS-RUN-DATE   TO BR-REVIEW-DATE.
           MOVE WS-CURR-TIME  TO BR-REVIEW-TIME.
           MOVE WS-REASON     TO BR-REVIEW-REASON.

       2299-REVIEW-BATCH-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  APPEND A NEW REGISTRATION, SETTLE THE OUTCOME, AND LOG IT      *
      ********************************************************************

       3000-FINISH-REQUEST.

           IF NOT REGISTER-ACTION AND NOT BATCH-FOUND
               MOVE 'BATCH NOT REGISTERED' TO WS-REFUSE-REASON
           END-IF.

           IF REGISTER-ACTION AND REQUEST-ACCEPTED
               INITIALIZE BR-REGISTER-RECORD
               MOVE WS-BATCH-ID    TO BR-BATCH-ID
               MOVE WS-BATCH-TYPE  TO BR-BATCH-TYPE
               MOVE WS-RECORD-CNT  TO BR-RECORD-CNT
               MOVE WS-HASH-OUT    TO BR-HASH-TOTAL
               SET BR-PENDING      TO TRUE
               MOVE WS-USER-ID     TO BR-SUBMIT-USER
               MOVE WS-RUN-DATE    TO BR-SUBMIT-DATE
               MOVE WS-CURR-TIME   TO BR-SUBMIT-TIME
               MOVE WS-REASON      TO BR-REVIEW-REASON
               WRITE REGISTER-OUT-REC FROM BR-REGISTER-RECORD
               IF REGISTER-OUT-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING BATCH REGISTER: '
                           REGISTER-OUT-FILE-STATUS
                   GO TO EOJ9900-ABEND
               END-IF
               ADD +1 TO WS-REGISTER-WRITE-CNT
           END-IF.

           INITIALIZE BA-AUDIT-RECORD.
           MOVE WS-RUN-DATE       TO BA-LOG-DATE.
           MOVE WS-CURR-TIME      TO BA-LOG-TIME.
           MOVE 'NYBATAPR'        TO BA-PROGRAM.
           MOVE WS-ACTION         TO BA-ACTION.
           MOVE WS-BATCH-ID       TO BA-BATCH-ID.
           MOVE WS-BATCH-TYPE     TO BA-BATCH-TYPE.
           MOVE WS-USER-ID        TO BA-USER-ID.
           MOVE WS-RECORD-CNT     TO BA-RECORD-CNT.
           MOVE WS-HASH-OUT       TO BA-HASH-TOTAL.
           IF REQUEST-ACCEPTED
               MOVE 'ACCEPTED'    TO BA-RESULT
               MOVE WS-REASON     TO BA-REASON
               DISPLAY 'REQUEST ACCEPTED'
           ELSE
               MOVE 'REFUSED '    TO BA-RESULT
               MOVE WS-REFUSE-REASON TO BA-REASON
               MOVE WS-REFUSED-RC TO WS-STEP-RC
               DISPLAY 'REQUEST REFUSED - ' WS-REFUSE-REASON
               DISPLAY 'REGISTER CARRIED FORWARD UNCHANGED'
           END-IF.
           WRITE APPROVAL-AUDIT-REC FROM BA-AUDIT-RECORD.
           IF APPROVAL-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING APPROVAL AUDIT FILE: '
                       APPROVAL-AUDIT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       3099-FINISH-REQUEST-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE REGISTER-IN-FILE.
           CLOSE REGISTER-OUT-FILE.
           CLOSE APPROVAL-AUDIT-FILE.

           DISPLAY 'REGISTER ROWS READ: ' WS-REGISTER-READ-CNT.
           DISPLAY 'REGISTER ROWS WRITTEN: ' WS-REGISTER-WRITE-CNT.
           DISPLAY 'RETURN CODE: ' WS-STEP-RC.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.

           SELECT SUSP-OUT-FILE   ASSIGN TO SUSPOUT
               FILE STATUS IS SUSP-OUT-FILE-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BATCH-REGISTER-FILE ASSIGN TO BATREG
               FILE STATUS IS BATCH-REGISTER-FILE-STATUS.
           SELECT APPROVAL-AUDIT-FILE ASSIGN TO BATAUDIT
               FILE STATUS IS APPROVAL-AUDIT-FILE-STATUS.
           SELECT UPDATE-WINDOW-FILE ASSIGN TO UPDWIN
               FILE STATUS IS UPDATE-WINDOW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-REGISTER-FILE
           RECORDING MODE IS F.
       01  BATCH-REGISTER-REC     PIC X(120).

       FD  APPROVAL-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  APPROVAL-AUDIT-REC     PIC X(120).

       FD  UPDATE-WINDOW-FILE
           RECORDING MODE IS F.
       01  UPDATE-WINDOW-REC.
           COPY CKUPDWIN.

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
       01  CORRECTION-REC         PIC X(250).
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //UPDWIN   DD DISP=SHR,DSN=P54.CK.NYUPDWIN.CONTROL               *
      * //BATREG   DD DISP=OLD,DSN=T54.T9511F0.NYBATAPR.REGISTER.DATA(0) *
      * //BATAUDIT DD DISP=MOD,DSN=T54.T9511F0.NYBATAPR.AUDIT.DATA       *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //*                                                               *
      *                                                                  *
      *       COLS 1-2   MAXIMUM RETRY ATTEMPTS BEFORE A SUSPENDED       *
      *                  CORRECTION IS AGED OUT WITH A FINAL NAK.        *
      *       IF THE CARD IS MISSING OR BLANK, 05 ATTEMPTS ARE ALLOWED.  *
      *       COLS 4-15  BATCH ID OF TODAY'S CORRIN, AS REGISTERED AND   *
      *                  APPROVED IN NYBATAPR. REQUIRED WHENEVER CORRIN  *
      *                  HOLDS ANY RECORDS.                              *
      *     BATREG - NYBATAPR'S BATCH REGISTER, LATEST GENERATION. ONCE  *
      *       THE BATCH IS APPLIED ITS ROW IS REWRITTEN IN PLACE AS      *
      *       APPLIED ('X'), SO THE SAME BATCH CANNOT BE APPLIED TWICE.  *
      *     BATAUDIT - APPROVAL AUDIT FILE; ONE ACCEPTED OR REFUSED ROW  *
      *       IS APPENDED FOR THE CORRIN BATCH.                          *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     RETURN CODE 12 - THE VSAM2 UPDATE WINDOW (CKUPDWIN) IS HELD  *
      *     BY THE NYDLYFP CHAIN OR ANOTHER UPDATE PROGRAM; THE HOLDER   *
      *     IS DISPLAYED AND VSAM2 IS NEVER OPENED                       *
      *     RETURN CODE 8 - THE INPUT BATCH IS REFUSED BY THE            *
      *     MAKER-CHECKER GATE: NO BATCH ID, NOT ON NYBATAPR'S REGISTER, *
      *     NOT APPROVED, REJECTED, ALREADY APPLIED, OR ITS RECORD       *
      *     COUNT OR HASH TOTAL HAS CHANGED SINCE IT WAS REGISTERED.     *
      *     LOGGED TO BATAUDIT;                                          *
      *     VSAM2 IS NEVER OPENED                                        *
      *     A CORRECTION RECORD WHOSE POLICY NUMBER DOES NOT EXIST ON    *
      *     VSAM2 IS LOGGED TO CORROUT AS AN EXCEPTION AND SKIPPED -     *
      *     PROCESSING CONTINUES WITH THE NEXT CORRECTION RECORD         *

           05 INFORCE-VSAM                  PIC X(8) VALUE 'VSAM2'.

      * VSAM2 UPDATE-WINDOW INTERLOCK (SEE CKUPDWIN)
           05 UPDATE-WINDOW-FILE-STATUS     PIC X(02).
           05 UPDATE-WINDOW-IND             PIC X(1) VALUE 'N'.
              88 UPDATE-WINDOW-CLAIMED      VALUE 'Y'.
           05 WS-UW-PROGRAM                 PIC X(08) VALUE 'NYOWNCOR'.
           05 WS-UW-HELD-RC           PIC S9(04) COMP VALUE +12.
           05 WS-UW-CURR-DATE.
              10 WS-UW-CURR-YEAR      PIC 9(02).
              10 WS-UW-CURR-MO        PIC 9(02).
              10 WS-UW-CURR-DAY       PIC 9(02).
           05 WS-UW-CURR-TIME         PIC X(08).
           05 WS-UW-STAMP-DATE.
              10 WS-UW-STAMP-MM       PIC 9(02).
              10 WS-UW-STAMP-DD       PIC 9(02).
              10 WS-UW-STAMP-CC       PIC 9(02) VALUE 20.
              10 WS-UW-STAMP-YY       PIC 9(02).

      * MAKER-CHECKER BATCH APPROVAL (SEE CKBATREG AND CKBATAUD) - THE
      * INPUT BATCH MUST BE APPROVED IN NYBATAPR'S REGISTER WITH THE
      * COUNT AND HASH IT STILL HAS TODAY
           05 BATCH-REGISTER-FILE-STATUS    PIC X(02).
           05 APPROVAL-AUDIT-FILE-STATUS    PIC X(02).
           05 BATCH-REGISTER-EOF-IND        PIC X(1).
              88 END-OF-BATCH-REGISTER      VALUE 'Y'.
           05 BATCH-REGISTERED-IND          PIC X(1) VALUE 'N'.
              88 BATCH-REGISTERED           VALUE 'Y'.
           05 BATCH-TO-MARK-IND             PIC X(1) VALUE 'N'.
              88 BATCH-TO-MARK              VALUE 'Y'.
           05 WS-BATCH-ID                   PIC X(12) VALUE SPACE.
           05 WS-BATCH-TYPE                 PIC X(01) VALUE 'C'.
           05 WS-BATCH-REFUSE-REASON        PIC X(30) VALUE SPACE.
              88 BATCH-ACCEPTED             VALUE SPACE.
           05 WS-BATCH-REFUSED-RC     PIC S9(04) COMP VALUE +8.
           05 WS-BATCH-RECORD-CNT     PIC 9(09) VALUE ZERO.
           05 WS-BATCH-HASH-TOTAL     PIC S9(13) COMP-3 VALUE +0.
           05 WS-HASH-RECORD          PIC X(250).
           05 WS-HASH-REC-LEN         PIC S9(04) COMP VALUE +0.
           05 WS-HASH-POS             PIC S9(04) COMP VALUE +0.
           05 WS-HASH-BYTE-AREA.
              10 WS-HASH-BYTE-HI      PIC X(01) VALUE LOW-VALUE.
              10 WS-HASH-BYTE         PIC X(01).
           05 WS-HASH-BYTE-VAL REDEFINES WS-HASH-BYTE-AREA
                                      PIC 9(04) COMP.
           05 WS-BATCH-HASH-OUT       PIC 9(12) VALUE ZERO.

      * I-O CODES
           05 WS-IO-CODE                    PIC X(1).
              88 OPEN-INFORCE-FOR-UPDATE    VALUE '1'.
           05 FILLER                 PIC X(43).
       EJECT

      ********************************************************************
      *  MAKER-CHECKER BATCH REGISTER AND APPROVAL AUDIT ROWS           *
      ********************************************************************

       01  BR-REGISTER-RECORD.
           COPY CKBATREG.

       01  BA-AUDIT-RECORD.
           COPY CKBATAUD.
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYOWNCOR WORKING STORAGE ENDS  '.
       EJECT

       1000-INITIALIZATION.

           PERFORM 1900-CLAIM-UPDATE-WINDOW
               THRU 1999-CLAIM-UPDATE-WINDOW-EXIT.

           MOVE SPACE TO CORR-EOF-INDICATOR.
           MOVE SPACE TO VSAM-EOF-INDICATOR.

               GO TO EOJ9900-ABEND
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE.
           MOVE WS-CURR-MO   TO WS-RUN-MM.
           MOVE WS-CURR-DAY  TO WS-RUN-DD.
           MOVE 20           TO WS-RUN-CC.
           MOVE WS-CURR-YEAR TO WS-RUN-YY.

      * READ OPTIONAL RETRY-LIMIT CONTROL CARD FROM SYSIPT
           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF AND CONTROL-CARD-REC (1:2) NOT = SPACE
               AND CONTROL-CARD-REC (1:2) IS NUMERIC
               MOVE CONTROL-CARD-REC (1:2) TO WS-MAX-ATTEMPTS
           END-IF.
           IF NOT CARD-EOF
               MOVE CONTROL-CARD-REC (4:12) TO WS-BATCH-ID
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           DISPLAY 'SUSPENSE RETRY LIMIT: ' WS-MAX-ATTEMPTS
                   ' ATTEMPTS'.

      * COUNT AND HASH TODAY'S CORRIN FOR THE MAKER-CHECKER GATE, THEN
      * REWIND IT FOR THE MATCH. AN EMPTY CORRIN APPLIES NOTHING NEW -
      * ONLY SUSPENSE RETRIES OF BATCHES APPROVED EARLIER - SO IT
      * NEEDS NO APPROVAL.
           PERFORM 1700-HASH-CORRIN
               THRU 1799-HASH-CORRIN-EXIT
               UNTIL END-OF-CORR.
           CLOSE CORRECTION-FILE.
           IF WS-BATCH-RECORD-CNT EQUAL ZERO
               DISPLAY 'NO NEW CORRECTIONS ON CORRIN - '
                       'SUSPENSE RETRIES ONLY'
           ELSE
               PERFORM 1800-VERIFY-BATCH-APPROVAL
                   THRU 1899-VERIFY-BATCH-APPROVAL-EXIT
           END-IF.

      * THE BATCH IS ACCEPTED (OR CORRIN IS EMPTY) - ONLY NOW ARE THE
      * LOG, JOURNAL, ACKNOWLEDGMENT AND SUSPENSE FILES OPENED, SO A
      * REFUSED BATCH CATALOGS NO EMPTY JOURNAL OR SUSPENSE GENERATION
           MOVE SPACE TO CORR-EOF-INDICATOR.
           OPEN INPUT  CORRECTION-FILE.
           IF CORRECTION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING CORRECTION FILE: '
                       CORRECTION-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT CORR-LOG-FILE.
           IF CORR-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CORRECTION LOG FILE: '
               GO TO EOJ9900-ABEND
           END-IF.

           SET OPEN-INFORCE-FOR-UPDATE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
           EXIT.
       EJECT

      ******************************************************************
      *  CORRIN PRE-PASS - COUNT AND HASH THE RECORDS, EVERY BYTE OF   *
      *  EACH, AS NYBATAPR DID WHEN IT REGISTERED THEM                 *
      ******************************************************************

       1700-HASH-CORRIN.

           READ CORRECTION-FILE
               AT END
                   SET END-OF-CORR TO TRUE
                   GO TO 1799-HASH-CORRIN-EXIT
           END-READ.
           ADD 1 TO WS-BATCH-RECORD-CNT.

           MOVE CORRECTION-REC TO WS-HASH-RECORD.
           MOVE LENGTH OF CORRECTION-REC TO WS-HASH-REC-LEN.
           PERFORM 1780-HASH-RECORD
               THRU 1789-HASH-RECORD-EXIT.

       1799-HASH-CORRIN-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *  HASH ONE BATCH RECORD INTO THE BATCH HASH TOTAL - EVERY BYTE  *
      *  OF WS-HASH-RECORD UP TO WS-HASH-REC-LEN, ITS VALUE TIMES ITS  *
      *  POSITION IN THE RECORD, SO A CHANGE TO ANY FIELD OF AN        *
      *  APPROVED RECORD CHANGES THE HASH. NYBATAPR, NYOWNCOR AND      *
      *  NYAGTXFR ALL HASH A BATCH WITH THIS SAME ROUTINE. EACH ADDEND *
      *  IS UNDER 10**5, SO ONE SUBTRACTION KEEPS THE TOTAL INSIDE     *
      *  10**12.                                                       *
      ******************************************************************

       1780-HASH-RECORD.

           MOVE LOW-VALUE TO WS-HASH-BYTE-HI.
           MOVE ZERO TO WS-HASH-POS.

       1782-HASH-RECORD-BYTE.

           ADD +1 TO WS-HASH-POS.
           IF WS-HASH-POS GREATER THAN WS-HASH-REC-LEN
               GO TO 1789-HASH-RECORD-EXIT
           END-IF.

           MOVE WS-HASH-RECORD (WS-HASH-POS:1) TO WS-HASH-BYTE.
           COMPUTE WS-BATCH-HASH-TOTAL =
               WS-BATCH-HASH-TOTAL + WS-HASH-BYTE-VAL * WS-HASH-POS.
           IF WS-BATCH-HASH-TOTAL GREATER THAN 999999999999
               SUBTRACT 1000000000000 FROM WS-BATCH-HASH-TOTAL
           END-IF.

           GO TO 1782-HASH-RECORD-BYTE.

       1789-HASH-RECORD-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *  MAKER-CHECKER GATE. THE BATCH ID ON THE CONTROL CARD MUST BE  *
      *  ON NYBATAPR'S REGISTER AS AN APPROVED BATCH OF THIS TYPE,     *
      *  WITH THE RECORD COUNT AND HASH TOTAL THE INPUT STILL HAS.     *
      *  THE OUTCOME IS LOGGED TO THE APPROVAL AUDIT FILE EITHER WAY.  *
      *  A REFUSED BATCH FREES THE UPDATE WINDOW AND ENDS THE PROGRAM  *
      *  WITH RETURN CODE 8 BEFORE VSAM2 OR ANY OUTPUT IS OPENED.      *
      ******************************************************************

       1800-VERIFY-BATCH-APPROVAL.

           MOVE WS-BATCH-HASH-TOTAL TO WS-BATCH-HASH-OUT.
           DISPLAY 'INPUT BATCH ' WS-BATCH-ID
                   ' RECORDS ' WS-BATCH-RECORD-CNT
                   ' HASH ' WS-BATCH-HASH-OUT.

           MOVE SPACE TO BATCH-REGISTER-EOF-IND.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF BATCH-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BATCH REGISTER: '
                       BATCH-REGISTER-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           IF WS-BATCH-ID NOT = SPACE
               PERFORM 1810-FIND-BATCH
                   THRU 1819-FIND-BATCH-EXIT
                   UNTIL END-OF-BATCH-REGISTER
                      OR BATCH-REGISTERED
           END-IF.
           CLOSE BATCH-REGISTER-FILE.

           PERFORM 1820-CHECK-REGISTRATION
               THRU 1829-CHECK-REGISTRATION-EXIT.

           INITIALIZE BA-AUDIT-RECORD.
           MOVE WS-UW-STAMP-DATE     TO BA-LOG-DATE.
           MOVE WS-UW-CURR-TIME      TO BA-LOG-TIME.
           MOVE WS-UW-PROGRAM        TO BA-PROGRAM.
           MOVE 'APPLY   '           TO BA-ACTION.
           MOVE WS-BATCH-ID          TO BA-BATCH-ID.
           MOVE WS-BATCH-TYPE        TO BA-BATCH-TYPE.
           IF BATCH-REGISTERED
               MOVE BR-REVIEW-USER   TO BA-USER-ID
           END-IF.
           MOVE WS-BATCH-RECORD-CNT  TO BA-RECORD-CNT.
           MOVE WS-BATCH-HASH-OUT    TO BA-HASH-TOTAL.
           IF BATCH-ACCEPTED
               MOVE 'ACCEPTED'       TO BA-RESULT
               MOVE 'APPROVED BATCH APPLIED' TO BA-REASON
           ELSE
               MOVE 'REFUSED '       TO BA-RESULT
               MOVE WS-BATCH-REFUSE-REASON TO BA-REASON
           END-IF.

           OPEN EXTEND APPROVAL-AUDIT-FILE.
           IF APPROVAL-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPROVAL AUDIT FILE: '
                       APPROVAL-AUDIT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           WRITE APPROVAL-AUDIT-REC FROM BA-AUDIT-RECORD.
           IF APPROVAL-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING APPROVAL AUDIT FILE: '
                       APPROVAL-AUDIT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           CLOSE APPROVAL-AUDIT-FILE.

           IF BATCH-ACCEPTED
               DISPLAY 'BATCH ' WS-BATCH-ID ' APPROVED BY '
                       BR-REVIEW-USER ' ON ' BR-REVIEW-DATE
               SET BATCH-TO-MARK TO TRUE
               GO TO 1899-VERIFY-BATCH-APPROVAL-EXIT
           END-IF.

           DISPLAY 'INPUT BATCH REFUSED - ' WS-BATCH-REFUSE-REASON.
           DISPLAY WS-UW-PROGRAM ' NOT RUN - NO VSAM2 UPDATES '
                   'MADE - ENDING WITH RETURN CODE 8'.
           PERFORM 8000-RELEASE-UPDATE-WINDOW
               THRU 8099-RELEASE-UPDATE-WINDOW-EXIT.
           MOVE WS-BATCH-REFUSED-RC TO RETURN-CODE.
           GOBACK.

       1899-VERIFY-BATCH-APPROVAL-EXIT.
           EXIT.

       1810-FIND-BATCH.

           READ BATCH-REGISTER-FILE INTO BR-REGISTER-RECORD
               AT END
                   SET END-OF-BATCH-REGISTER TO TRUE
                   GO TO 1819-FIND-BATCH-EXIT
           END-READ.

           IF BR-BATCH-ID = WS-BATCH-ID
               SET BATCH-REGISTERED TO TRUE
           END-IF.

       1819-FIND-BATCH-EXIT.
           EXIT.

       1820-CHECK-REGISTRATION.

           IF WS-BATCH-ID = SPACE
               MOVE 'NO BATCH ID ON CONTROL CARD'
                 TO WS-BATCH-REFUSE-REASON
               GO TO 1829-CHECK-REGISTRATION-EXIT
           END-IF.

           IF NOT BATCH-REGISTERED
               MOVE 'BATCH NOT REGISTERED' TO WS-BATCH-REFUSE-REASON
               GO TO 1829-CHECK-REGISTRATION-EXIT
           END-IF.

           IF BR-BATCH-TYPE NOT = WS-BATCH-TYPE
               MOVE 'WRONG BATCH TYPE' TO WS-BATCH-REFUSE-REASON
               GO TO 1829-CHECK-REGISTRATION-EXIT
           END-IF.

           IF BR-APPLIED
               MOVE 'BATCH ALREADY APPLIED' TO WS-BATCH-REFUSE-REASON
               DISPLAY 'BATCH ' WS-BATCH-ID ' WAS APPLIED ON AN '
                       'EARLIER RUN'
               GO TO 1829-CHECK-REGISTRATION-EXIT
           END-IF.

           IF BR-PENDING
               MOVE 'BATCH NOT YET APPROVED' TO WS-BATCH-REFUSE-REASON
               GO TO 1829-CHECK-REGISTRATION-EXIT
           END-IF.

           IF NOT BR-APPROVED
               MOVE 'BATCH WAS REJECTED' TO WS-BATCH-REFUSE-REASON
               GO TO 1829-CHECK-REGISTRATION-EXIT
           END-IF.

           IF BR-RECORD-CNT NOT = WS-BATCH-RECORD-CNT
               MOVE 'COUNT CHANGED SINCE APPROVAL'
                 TO WS-BATCH-REFUSE-REASON
               GO TO 1829-CHECK-REGISTRATION-EXIT
           END-IF.

           IF BR-HASH-TOTAL NOT = WS-BATCH-HASH-OUT
               MOVE 'HASH CHANGED SINCE APPROVAL'
                 TO WS-BATCH-REFUSE-REASON
           END-IF.

       1829-CHECK-REGISTRATION-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *  CLAIM THE VSAM2 UPDATE WINDOW (CKUPDWIN) BEFORE VSAM2 IS      *
      *  OPENED. HELD UNDER ANY OTHER NAME - THE NYDLYFP READ CHAIN OR *
      *  ANOTHER UPDATE PROGRAM - THE HOLDER IS NAMED AND THE PROGRAM  *
      *  ENDS WITH RETURN CODE 12 WITHOUT TOUCHING VSAM2. STILL HELD   *
      *  UNDER THIS PROGRAM'S OWN NAME MEANS A PRIOR RUN ABENDED       *
      *  MID-UPDATE; THE RERUN RECLAIMS IT.                            *
      ******************************************************************

       1900-CLAIM-UPDATE-WINDOW.

           ACCEPT WS-UW-CURR-DATE FROM DATE.
           ACCEPT WS-UW-CURR-TIME FROM TIME.
           MOVE WS-UW-CURR-MO   TO WS-UW-STAMP-MM.
           MOVE WS-UW-CURR-DAY  TO WS-UW-STAMP-DD.
           MOVE WS-UW-CURR-YEAR TO WS-UW-STAMP-YY.

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

           IF UW-WINDOW-HELD
               AND UW-HOLDER-NAME NOT = WS-UW-PROGRAM
               CLOSE UPDATE-WINDOW-FILE
               DISPLAY 'VSAM2 UPDATE WINDOW HELD BY ' UW-HOLDER-NAME
                       ' SINCE ' UW-CLAIM-DATE ' ' UW-CLAIM-TIME
               DISPLAY WS-UW-PROGRAM ' NOT RUN - NO VSAM2 UPDATES '
                       'MADE - ENDING WITH RETURN CODE 12'
               MOVE WS-UW-HELD-RC TO RETURN-CODE
               GOBACK
           END-IF.

           IF UW-WINDOW-HELD
               DISPLAY 'RECLAIMING UPDATE WINDOW LEFT HELD BY '
                       UW-HOLDER-NAME ' SINCE ' UW-CLAIM-DATE
                       ' ' UW-CLAIM-TIME
           END-IF.

           SET UW-WINDOW-HELD    TO TRUE.
           MOVE WS-UW-PROGRAM    TO UW-HOLDER-NAME.
           MOVE WS-UW-STAMP-DATE TO UW-CLAIM-DATE.
           MOVE WS-UW-CURR-TIME  TO UW-CLAIM-TIME.
           REWRITE UPDATE-WINDOW-REC.
           IF UPDATE-WINDOW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING UPDATE WINDOW RECORD: '
                       UPDATE-WINDOW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           CLOSE UPDATE-WINDOW-FILE.

           SET UPDATE-WINDOW-CLAIMED TO TRUE.
           DISPLAY 'VSAM2 UPDATE WINDOW CLAIMED BY ' WS-UW-PROGRAM.

       1999-CLAIM-UPDATE-WINDOW-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *  FREE THE UPDATE WINDOW ONCE VSAM2 IS CLOSED - ONLY WHILE IT   *
      *  IS STILL HELD UNDER THIS PROGRAM'S NAME (AN OPERATOR FORCE    *
      *  RELEASE MAY ALREADY HAVE FREED IT). AN ABEND NEVER GETS HERE, *
      *  SO THE WINDOW STAYS HELD UNTIL THE RERUN COMPLETES.           *
      ******************************************************************

       8000-RELEASE-UPDATE-WINDOW.

           IF NOT UPDATE-WINDOW-CLAIMED
               GO TO 8099-RELEASE-UPDATE-WINDOW-EXIT
           END-IF.

           ACCEPT WS-UW-CURR-DATE FROM DATE.
           ACCEPT WS-UW-CURR-TIME FROM TIME.
           MOVE WS-UW-CURR-MO   TO WS-UW-STAMP-MM.
           MOVE WS-UW-CURR-DAY  TO WS-UW-STAMP-DD.
           MOVE WS-UW-CURR-YEAR TO WS-UW-STAMP-YY.

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

           IF NOT UW-WINDOW-HELD
               OR UW-HOLDER-NAME NOT = WS-UW-PROGRAM
               CLOSE UPDATE-WINDOW-FILE
               DISPLAY 'UPDATE WINDOW NO LONGER HELD BY '
                       WS-UW-PROGRAM ' - LEFT AS IS'
               GO TO 8099-RELEASE-UPDATE-WINDOW-EXIT
           END-IF.

           SET UW-WINDOW-FREE    TO TRUE.
           MOVE WS-UW-PROGRAM    TO UW-RELEASED-BY.
           MOVE WS-UW-STAMP-DATE TO UW-RELEASE-DATE.
           MOVE WS-UW-CURR-TIME  TO UW-RELEASE-TIME.
           REWRITE UPDATE-WINDOW-REC.
           IF UPDATE-WINDOW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING UPDATE WINDOW RECORD: '
                       UPDATE-WINDOW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           CLOSE UPDATE-WINDOW-FILE.

           DISPLAY 'VSAM2 UPDATE WINDOW RELEASED BY ' WS-UW-PROGRAM.

       8099-RELEASE-UPDATE-WINDOW-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *  MARK THE BATCH APPLIED ON NYBATAPR'S REGISTER ONCE VSAM2 IS   *
      *  CLOSED. THE ROW IS REWRITTEN IN PLACE WITH STATUS 'X', WHICH  *
      *  THE GATE REFUSES, SO AN APPLIED BATCH CANNOT BE APPLIED       *
      *  AGAIN. AN ABEND NEVER GETS HERE, SO A RERUN OF A BATCH THAT   *
      *  FAILED PART WAY THROUGH IS STILL ACCEPTED.                    *
      ******************************************************************

       8100-MARK-BATCH-APPLIED.

           MOVE SPACE TO BATCH-REGISTER-EOF-IND.
           MOVE 'N'   TO BATCH-REGISTERED-IND.
           OPEN I-O BATCH-REGISTER-FILE.
           IF BATCH-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BATCH REGISTER: '
                       BATCH-REGISTER-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           PERFORM 1810-FIND-BATCH
               THRU 1819-FIND-BATCH-EXIT
               UNTIL END-OF-BATCH-REGISTER
                  OR BATCH-REGISTERED.
           IF NOT BATCH-REGISTERED
               DISPLAY 'BATCH ' WS-BATCH-ID
                       ' NO LONGER ON THE BATCH REGISTER'
               GO TO EOJ9900-ABEND
           END-IF.

           SET BR-APPLIED TO TRUE.
           REWRITE BATCH-REGISTER-REC FROM BR-REGISTER-RECORD.
           IF BATCH-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING BATCH REGISTER: '
                       BATCH-REGISTER-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           CLOSE BATCH-REGISTER-FILE.
           DISPLAY 'BATCH ' WS-BATCH-ID ' MARKED APPLIED ON THE '
                   'BATCH REGISTER'.

       8199-MARK-BATCH-APPLIED-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************
                USING INFORCE-VSAM
                      WS-IO-CODE.

           IF BATCH-TO-MARK
               PERFORM 8100-MARK-BATCH-APPLIED
                   THRU 8199-MARK-BATCH-APPLIED-EXIT
           END-IF.

           PERFORM 8000-RELEASE-UPDATE-WINDOW
               THRU 8099-RELEASE-UPDATE-WINDOW-EXIT.

           DISPLAY 'CORRECTIONS READ: ' WS-CORR-READ-CNT.
           DISPLAY 'CORRECTIONS APPLIED: ' WS-APPLIED-CNT.
           DISPLAY 'CORRECTIONS REJECTED: ' WS-EXCEPTION-CNT.

           SELECT BACKOUT-LOG-FILE ASSIGN TO BKOUT
               FILE STATUS IS BACKOUT-LOG-FILE-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT UPDATE-WINDOW-FILE ASSIGN TO UPDWIN
               FILE STATUS IS UPDATE-WINDOW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UPDATE-WINDOW-FILE
           RECORDING MODE IS F.
       01  UPDATE-WINDOW-REC.
           COPY CKUPDWIN.

       FD  JOURNAL-IN-FILE
           RECORDING MODE IS F.
       01  JOURNAL-IN-REC          PIC X(450).
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //UPDWIN   DD DISP=SHR,DSN=P54.CK.NYUPDWIN.CONTROL               *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                               *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     RETURN CODE 12 - THE VSAM2 UPDATE WINDOW (CKUPDWIN) IS HELD  *
      *     BY THE NYDLYFP CHAIN OR ANOTHER UPDATE PROGRAM; THE HOLDER   *
      *     IS DISPLAYED AND VSAM2 IS NEVER OPENED                       *
      *     A JOURNAL ROW WHOSE POLICY NO LONGER EXISTS ON VSAM2 IS      *
      *     LOGGED TO BKOUT AND SKIPPED - PROCESSING CONTINUES           *
      *                                                                  *

           05 INFORCE-VSAM                  PIC X(8) VALUE 'VSAM2'.

      * VSAM2 UPDATE-WINDOW INTERLOCK (SEE CKUPDWIN)
           05 UPDATE-WINDOW-FILE-STATUS     PIC X(02).
           05 UPDATE-WINDOW-IND             PIC X(1) VALUE 'N'.
              88 UPDATE-WINDOW-CLAIMED      VALUE 'Y'.
           05 WS-UW-PROGRAM                 PIC X(08) VALUE 'NYCORBKO'.
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

      * I-O CODES
           05 WS-IO-CODE                    PIC X(1).
              88 OPEN-INFORCE-FOR-UPDATE    VALUE '1'.

       1000-INITIALIZATION.

           PERFORM 1900-CLAIM-UPDATE-WINDOW
               THRU 1999-CLAIM-UPDATE-WINDOW-EXIT.

           MOVE SPACE TO JRNL-EOF-INDICATOR.
           MOVE SPACE TO VSAM-EOF-INDICATOR.

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
      *                       CLOSE FILES                             *
      ******************************************************************
                USING INFORCE-VSAM
                      WS-IO-CODE.

           PERFORM 8000-RELEASE-UPDATE-WINDOW
               THRU 8099-RELEASE-UPDATE-WINDOW-EXIT.

           DISPLAY 'JOURNAL ROWS READ: ' WS-JRNL-READ-CNT.
           DISPLAY 'BEFORE IMAGES RESTORED: ' WS-RESTORED-CNT.
           DISPLAY 'ROWS OUTSIDE SELECTION: ' WS-SKIPPED-CNT.

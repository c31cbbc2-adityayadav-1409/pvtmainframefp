       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYCORHST.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-IN-FILE  ASSIGN TO BUSDATE.
           SELECT DISP-IN-FILE     ASSIGN TO SUPPDISP.
           SELECT DUNN31-IN-FILE   ASSIGN TO DUNN31.
           SELECT DUNN61-IN-FILE   ASSIGN TO DUNN61.
           SELECT DUNN91-IN-FILE   ASSIGN TO DUNN91.
           SELECT DILIG-IN-FILE    ASSIGN TO DUEDILIG.
           SELECT CORR-PRIOR-FILE  ASSIGN TO CORPRIOR.
           SELECT CORR-TODAY-FILE  ASSIGN TO CORTODAY
               FILE STATUS IS CORR-TODAY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC         PIC X(80).

       FD  DISP-IN-FILE
           RECORDING MODE IS F.
       01  DISP-IN-REC            PIC X(80).

       FD  DUNN31-IN-FILE
           RECORDING MODE IS F.
       01  DUNN31-IN-REC          PIC X(160).

       FD  DUNN61-IN-FILE
           RECORDING MODE IS F.
       01  DUNN61-IN-REC          PIC X(160).

       FD  DUNN91-IN-FILE
           RECORDING MODE IS F.
       01  DUNN91-IN-REC          PIC X(160).

       FD  DILIG-IN-FILE
           RECORDING MODE IS F.
       01  DILIG-IN-REC           PIC X(160).

       FD  CORR-PRIOR-FILE
           RECORDING MODE IS F.
       01  CORR-PRIOR-REC.
           05 PRIOR-POLICY           PIC X(10).
           05 PRIOR-BUS-DATE         PIC X(08).
           05 FILLER                 PIC X(182).

       FD  CORR-TODAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CORR-TODAY-REC         PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  PER-POLICY CORRESPONDENCE HISTORY LOAD. EVERY LETTER-PRODUCING  *
      *  EXTRACT IN THE SUITE IS HANDED TO THE PRINT VENDOR AND THROWN   *
      *  AWAY, SO A SERVICE REP CANNOT TELL WHETHER AN OWNER WAS SENT A  *
      *  LETTER, OR WHICH ONE. RUN DAILY AFTER NYSUPPRS, NYPREMDN AND    *
      *  NYESCHET, THIS PROGRAM APPENDS THE DAY'S LETTERS TO A           *
      *  CORRESPONDENCE HISTORY FILE CARRIED AS A GDG (CORPRIOR IN,      *
      *  CORTODAY OUT), ONE ENTRY PER LETTER PER POLICY, KEYED BY        *
      *  POLICY NUMBER, BUSINESS DATE, LETTER TYPE AND A SEQUENCE        *
      *  NUMBER, AND KEPT IN THAT KEY ORDER. THE LETTERS COME FROM:      *
      *    - NYSUPPRS'S SUPPDISP LOG, WHICH NAMES THE FEED (RPTOWNJ,     *
      *      ANNIVOUT, RMDLETT, REINSTOU, MATLETT, LOANBILL, ANNSTMT)    *
      *      AND WHETHER EACH RECORD WAS MAILED, E-DELIVERED OR          *
      *      SUPPRESSED,                                                 *
      *    - NYPREMDN'S 31/61/91-DAY OVERDUE NOTICES, AND                *
      *    - NYESCHET'S DUEDILIG STATE DUE-DILIGENCE LETTERS.            *
      *  THE NOTICE AND DUE-DILIGENCE FEEDS ARE NOT PREFERENCE-FILTERED, *
      *  SO THEIR LETTERS ARE RECORDED AS MAILED, TO THE ADDRESS PRINTED *
      *  ON THE LETTER. THE SUPPDISP FEEDS CARRY NO ADDRESS, SO THE      *
      *  OWNER NAME AND ADDRESS OF RECORD ARE PULLED OFF THE AU-SEGMENT  *
      *  BY A SINGLE VSAM2 BROWSE MATCHED AGAINST THE DAY'S LETTERS, THE *
      *  SAME WAY NYPREMDN ADDRESSES ITS NOTICES. A RERUN FOR THE SAME   *
      *  BUSINESS DATE REPLACES THAT DATE'S ENTRIES RATHER THAN DOUBLING *
      *  THEM. NYPOLDMP PRINTS A POLICY'S HISTORY OFF THE CURRENT        *
      *  GENERATION.                                                     *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYCORHST EXEC PGM=NYCORHST                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //SUPPDISP DD DISP=SHR,DSN=T54.T9511F0.NYSUPPRS.DISPOSIT.DATA    *
      * //DUNN31   DD DISP=SHR,DSN=T54.T9511F0.NYPREMDN.NOTICE31.DATA    *
      * //DUNN61   DD DISP=SHR,DSN=T54.T9511F0.NYPREMDN.NOTICE61.DATA    *
      * //DUNN91   DD DISP=SHR,DSN=T54.T9511F0.NYPREMDN.NOTICE91.DATA    *
      * //DUEDILIG DD DISP=SHR,DSN=T54.T9511F0.NYESCHET.DILIGENC.DATA    *
      * //CORPRIOR DD DISP=SHR,DSN=T54.T9511F0.NYCORHST.CORRHIST.DATA(0) *
      * //CORTODAY DD DSN=T54.T9511F0.NYCORHST.CORRHIST.DATA(+1),        *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(50,50),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     BUSDATE - NYBUSDAT'S BUSINESS DATE (MMDDCCYY). A DUMMY OR    *
      *       EMPTY BUSDATE MEANS THE SYSTEM DATE.                       *
      *     CORPRIOR IS DUMMY ON THE FIRST RUN; ANY LETTER FEED MAY BE   *
      *       DUMMY ON A DAY THAT PRODUCER DID NOT RUN.                  *
      *     CORTODAY - 200-BYTE FIXED ENTRY: POLICY (1-10), BUSINESS     *
      *       DATE CCYYMMDD (11-18), LETTER TYPE (19-26), SEQUENCE       *
      *       (27-29), DISPOSITION M/E/S (30), ADDRESS SOURCE (31) - 'L' *
      *       AS PRINTED ON THE LETTER, 'R' OWNER ADDRESS OF RECORD,     *
      *       BLANK POLICY NOT ON VSAM2 - THEN OWNER NAME, ADDRESS       *
      *       LINES, CITY, STATE, ZIP AND A LETTER DETAIL FIELD.         *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     LETTERS PAST THE DAY'S TABLE LIMIT ARE DISPLAYED AND COUNTED *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *     CKETRLST ---- TRAILER LIST ELEMENT                          *
      *     CKETRGET ---- TRAILER GET ELEMENT                           *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYCORHST WORKING STORAGE BEGINS'.

       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.

           05 CORR-TODAY-FILE-STATUS        PIC X(02).

           05 BUSDATE-EOF-IND               PIC X(1).
              88 BUSDATE-EOF                VALUE 'Y'.
           05 FEED-EOF-IND                  PIC X(1).
              88 FEED-EOF                   VALUE 'Y'.
           05 PRIOR-EOF-IND                 PIC X(1).
              88 PRIOR-EOF                  VALUE 'Y'.
           05 VSAM-EOF-INDICATOR            PIC X(1).
              88 END-OF-VSAM                VALUE 'Y'.

           05 OWNER-SEG-IND                 PIC X(01).
              88 OWNER-SEG-FOUND            VALUE 'Y'.
              88 OWNER-SEG-NOT-FOUND        VALUE 'N'.

           05 WS-IO-CODE                    PIC X(1).
              88 OPEN-INFORCE-FILE          VALUE '6'.
              88 CLOSE-INFORCE-FILE         VALUE '5'.
              88 READ-INFORCE-FILE          VALUE '8'.

           05 INFORCE-FILE-LENGTH      COMP SYNC PIC S9(4) VALUE +12.
           05 INF-RECORD-KEY.
              10 INFORCE-KEY-FILE-CODE      PIC X.
              10 INFORCE-KEY-USER-ID        PIC X.
              10 INFORCE-KEY-POL-NUM        PIC X(10).

           05 INFORCE-BASIC-LENGTH    COMP SYNC PIC S9(4).
           05 INFORCE-PRMAX           COMP PIC 9(4).
           05 INFORCE-MAX-SEGS        COMP PIC S9(4) VALUE +4000.

           05 INFORCE-VSAMX-INFO.
              10 FILLER              PIC X(7) VALUE 'FVDUNLD'.
              10 FILLER              PIC X VALUE LOW-VALUE.
              10 FILLER              PIC X VALUE ' '.
              10 FILLER              PIC X(08) VALUE LOW-VALUES.

           05 WS-SEG-ID               PIC X(02) VALUE '18'.
           05 WS-SEG-SEQ              PIC S9(04) COMP-3 VALUE +1.
           05 WS-SEG-WORK-AREA        PIC X(25000) VALUE SPACE.

      * BUSINESS DATE - SYSTEM DATE UNLESS BUSDATE CARRIES ONE
           05 WS-CURR-DATE.
              10 WS-CURR-YEAR         PIC 9(02).
              10 WS-CURR-MO           PIC 9(02).
              10 WS-CURR-DAY          PIC 9(02).
           05 WS-RUN-DATE.
              10 WS-RUN-MM            PIC 9(02).
              10 WS-RUN-DD            PIC 9(02).
              10 WS-RUN-CC            PIC 9(02) VALUE 20.
              10 WS-RUN-YY            PIC 9(02).
           05 WS-BUSDATE-CARD         PIC X(80) VALUE SPACE.
           05 WS-KEY-DATE.
              10 WS-KEY-CC            PIC 9(02).
              10 WS-KEY-YY            PIC 9(02).
              10 WS-KEY-MM            PIC 9(02).
              10 WS-KEY-DD            PIC 9(02).

      * WORK SUBSCRIPTS AND SEQUENCE WORK
           05 WS-LT-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-NEW-SUB              PIC S9(05) COMP-3 VALUE +0.
           05 WS-PREV-SUB             PIC S9(05) COMP-3 VALUE +0.
           05 WS-LAST-POLICY          PIC X(10) VALUE SPACE.
           05 WS-ENTRY-SEQ            PIC 9(03) VALUE ZERO.
           05 WS-NEED-ADDRESS-CNT     PIC S9(05) COMP-3 VALUE +0.
           05 WS-FEED-ID              PIC X(08).

      * COUNTERS
           05 WS-DISP-READ-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-NOTICE-READ-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-DILIG-READ-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-DROPPED-CNT          PIC S9(9) COMP-3 VALUE +0.
           05 WS-ADDRESSED-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-PRIOR-IN-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-REPLACED-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-NEW-OUT-CNT          PIC S9(9) COMP-3 VALUE +0.
           05 WS-TOTAL-OUT-CNT        PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  THE DAY'S LETTERS, KEPT IN ASCENDING POLICY AND LETTER TYPE    *
      *  ORDER AS THEY ARE TABLED (LOAD ORDER WITHIN A TYPE) SO THE     *
      *  VSAM2 BROWSE AND THE HISTORY MERGE CAN BOTH WALK IT FORWARD    *
      *  AND THE SEQUENCE NUMBERS FOLLOW THE HISTORY KEY                *
      ********************************************************************

       01 LETTER-TABLE.
           05 LT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 LT-ENTRY OCCURS 10000 TIMES.
               10 LT-POLICY           PIC X(10).
               10 LT-LETTER-TYPE      PIC X(08).
               10 LT-DISPOSITION      PIC X(01).
               10 LT-ADDR-SOURCE      PIC X(01).
               10 LT-OWNER-NAME       PIC X(40).
               10 LT-ADDRESS-1        PIC X(30).
               10 LT-ADDRESS-2        PIC X(30).
               10 LT-CITY             PIC X(25).
               10 LT-STATE            PIC X(02).
               10 LT-ZIP-CODE         PIC X(09).
               10 LT-LETTER-DETAIL    PIC X(20).

       01 LN-NEW-LETTER.
           05 LN-POLICY              PIC X(10).
           05 LN-LETTER-TYPE         PIC X(08).
           05 LN-DISPOSITION         PIC X(01).
           05 LN-ADDR-SOURCE         PIC X(01).
           05 LN-OWNER-NAME          PIC X(40).
           05 LN-ADDRESS-1           PIC X(30).
           05 LN-ADDRESS-2           PIC X(30).
           05 LN-CITY                PIC X(25).
           05 LN-STATE               PIC X(02).
           05 LN-ZIP-CODE            PIC X(09).
           05 LN-LETTER-DETAIL       PIC X(20).
       EJECT

      ********************************************************************
      *  INPUT RECORD VIEWS                                             *
      ********************************************************************

       01 DS-DISPOSITION-RECORD.
           05 DS-FEED-ID             PIC X(08).
           05 FILLER                 PIC X(01).
           05 DS-DISPOSITION         PIC X(01).
           05 FILLER                 PIC X(01).
           05 DS-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(59).

       01 NT-NOTICE-RECORD.
           05 NT-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01).
           05 NT-DAYS-OVERDUE        PIC X(05).
           05 FILLER                 PIC X(01).
           05 NT-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01).
           05 NT-ADDRESS-1           PIC X(30).
           05 FILLER                 PIC X(01).
           05 NT-CITY                PIC X(25).
           05 FILLER                 PIC X(01).
           05 NT-STATE               PIC X(02).
           05 FILLER                 PIC X(01).
           05 NT-ZIP-CODE            PIC X(09).
           05 FILLER                 PIC X(33).

       01 DD-MAIL-RECORD.
           05 DDM-RECORD-TYPE        PIC X(01).
           05 FILLER                 PIC X(01).
           05 DDM-STATE              PIC X(02).
           05 FILLER                 PIC X(01).
           05 DDM-POLICY-NUMBER      PIC X(10).
           05 FILLER                 PIC X(01).
           05 DDM-OWNER-NAME         PIC X(40).
           05 FILLER                 PIC X(01).
           05 DDM-ADDRESS-1          PIC X(30).
           05 FILLER                 PIC X(01).
           05 DDM-CITY               PIC X(25).
           05 FILLER                 PIC X(01).
           05 DDM-ADDR-STATE         PIC X(02).
           05 FILLER                 PIC X(01).
           05 DDM-ZIP-CODE           PIC X(09).
           05 FILLER                 PIC X(01).
           05 DDM-NO-CONTACT-IND     PIC X(01).
           05 FILLER                 PIC X(32).
       EJECT

      ********************************************************************
      *  CORRESPONDENCE HISTORY ENTRY - KEY IS POLICY, BUSINESS DATE,   *
      *  LETTER TYPE AND SEQUENCE WITHIN THE POLICY FOR THE DAY         *
      ********************************************************************

       01 CH-HISTORY-RECORD.
           COPY CKCORHST.
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYCORHST WORKING STORAGE ENDS  '.
       EJECT

      ********************************************************************
      *            INFORCE RECORD CONTROL SECTION                       *
      ********************************************************************

       01 INFORCE-FILE-AREA.
          05 INFORCE-REC-LENGTH  PIC S9(4) COMP.
          05 INFORCE-FILE-KEY.
             10 INFORCE-REC-ID   PIC X(01).
             10 INFORCE-USER-ID  PIC X(1).
             10 INFORCE-POL-NUMBER PIC X(10).
          05 INFORCE-IO-STAT     PIC X(01).
          05 FILLER               PIC X(64985).
       EJECT

       01 INFORCE-FILE-DCB.
          COPY CKDCBMAX.
       EJECT

       01 INFORCE-FILE-AUXDCB      PIC X(25000).
       EJECT

       COPY CKFRECAU.
       EJECT

      * AUXSEG1 RECORD AREA
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                         BY AUX-INF-DCB.
       EJECT

       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE
                         BY INFORCE-AUX-SDT.
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

           PERFORM 2000-BROWSE-FOR-ADDRESSES
               THRU 2099-BROWSE-FOR-ADDRESSES-EXIT
               UNTIL END-OF-VSAM.

           MOVE +1 TO WS-LT-SUB.
           PERFORM 3000-MERGE-HISTORY
               THRU 3099-MERGE-HISTORY-EXIT
               UNTIL PRIOR-EOF AND WS-LT-SUB GREATER THAN LT-USED.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO PRIOR-EOF-IND.
           MOVE SPACE TO VSAM-EOF-INDICATOR.

           ACCEPT WS-CURR-DATE FROM DATE.
           MOVE WS-CURR-MO   TO WS-RUN-MM.
           MOVE WS-CURR-DAY  TO WS-RUN-DD.
           MOVE WS-CURR-YEAR TO WS-RUN-YY.

      * BUSINESS DATE FROM NYBUSDAT. A DUMMY OR EMPTY
      * BUSDATE LEAVES THE SYSTEM DATE IN PLACE.
           MOVE 'N' TO BUSDATE-EOF-IND.
           OPEN INPUT BUSDATE-IN-FILE.
           READ BUSDATE-IN-FILE INTO WS-BUSDATE-CARD
               AT END SET BUSDATE-EOF TO TRUE
           END-READ.
           CLOSE BUSDATE-IN-FILE.
           IF NOT BUSDATE-EOF
               AND WS-BUSDATE-CARD (1:8) NOT = SPACE
               AND WS-BUSDATE-CARD (1:8) NUMERIC
               MOVE WS-BUSDATE-CARD (1:8) TO WS-RUN-DATE
           END-IF.

      * THE HISTORY KEY CARRIES THE DATE AS CCYYMMDD SO IT SORTS
           MOVE WS-RUN-CC TO WS-KEY-CC.
           MOVE WS-RUN-YY TO WS-KEY-YY.
           MOVE WS-RUN-MM TO WS-KEY-MM.
           MOVE WS-RUN-DD TO WS-KEY-DD.
           DISPLAY 'CORRESPONDENCE HISTORY DATE: ' WS-RUN-DATE.

           OPEN INPUT  DISP-IN-FILE.
           OPEN INPUT  DUNN31-IN-FILE.
           OPEN INPUT  DUNN61-IN-FILE.
           OPEN INPUT  DUNN91-IN-FILE.
           OPEN INPUT  DILIG-IN-FILE.
           OPEN INPUT  CORR-PRIOR-FILE.
           OPEN OUTPUT CORR-TODAY-FILE.
           IF CORR-TODAY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CORRESPONDENCE HISTORY: '
                       CORR-TODAY-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE SPACE TO FEED-EOF-IND.
           PERFORM 1200-LOAD-DISPOSITIONS
               THRU 1299-LOAD-DISPOSITIONS-EXIT
               UNTIL FEED-EOF.
           CLOSE DISP-IN-FILE.

           MOVE 'PREMDN31' TO WS-FEED-ID.
           MOVE SPACE TO FEED-EOF-IND.
           PERFORM 1300-LOAD-NOTICE-31
               THRU 1399-LOAD-NOTICE-31-EXIT
               UNTIL FEED-EOF.
           CLOSE DUNN31-IN-FILE.

           MOVE 'PREMDN61' TO WS-FEED-ID.
           MOVE SPACE TO FEED-EOF-IND.
           PERFORM 1400-LOAD-NOTICE-61
               THRU 1499-LOAD-NOTICE-61-EXIT
               UNTIL FEED-EOF.
           CLOSE DUNN61-IN-FILE.

           MOVE 'PREMDN91' TO WS-FEED-ID.
           MOVE SPACE TO FEED-EOF-IND.
           PERFORM 1500-LOAD-NOTICE-91
               THRU 1599-LOAD-NOTICE-91-EXIT
               UNTIL FEED-EOF.
           CLOSE DUNN91-IN-FILE.

           MOVE 'DUEDILIG' TO WS-FEED-ID.
           MOVE SPACE TO FEED-EOF-IND.
           PERFORM 1600-LOAD-DUE-DILIGENCE
               THRU 1699-LOAD-DUE-DILIGENCE-EXIT
               UNTIL FEED-EOF.
           CLOSE DILIG-IN-FILE.

           DISPLAY 'LETTERS TABLED FOR THE DAY: ' LT-USED.

           PERFORM 3600-READ-PRIOR
               THRU 3699-READ-PRIOR-EXIT.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NYSUPPRS DISPOSITION LOG - ONE LETTER PER ROW, WITH ITS FEED   *
      *  AS THE LETTER TYPE; THE ADDRESS IS FILLED FROM VSAM2 LATER     *
      ********************************************************************

       1200-LOAD-DISPOSITIONS.

           READ DISP-IN-FILE INTO DS-DISPOSITION-RECORD
               AT END
                   SET FEED-EOF TO TRUE
                   GO TO 1299-LOAD-DISPOSITIONS-EXIT
           END-READ.

           ADD +1 TO WS-DISP-READ-CNT.
           IF DS-POLICY-NUMBER = SPACE
               GO TO 1299-LOAD-DISPOSITIONS-EXIT
           END-IF.

           INITIALIZE LN-NEW-LETTER.
           MOVE DS-POLICY-NUMBER TO LN-POLICY.
           MOVE DS-FEED-ID       TO LN-LETTER-TYPE.
           MOVE DS-DISPOSITION   TO LN-DISPOSITION.
           MOVE SPACE            TO LN-ADDR-SOURCE.
           PERFORM 1800-TABLE-LETTER
               THRU 1899-TABLE-LETTER-EXIT.

       1299-LOAD-DISPOSITIONS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NYPREMDN OVERDUE NOTICES - SAME ROW LAYOUT AT EVERY STAGE,     *
      *  MAILED TO THE ADDRESS PRINTED ON THE NOTICE                    *
      ********************************************************************

       1300-LOAD-NOTICE-31.

           READ DUNN31-IN-FILE INTO NT-NOTICE-RECORD
               AT END
                   SET FEED-EOF TO TRUE
                   GO TO 1399-LOAD-NOTICE-31-EXIT
           END-READ.

           PERFORM 1700-TABLE-NOTICE
               THRU 1799-TABLE-NOTICE-EXIT.

       1399-LOAD-NOTICE-31-EXIT.
           EXIT.
       EJECT

       1400-LOAD-NOTICE-61.

           READ DUNN61-IN-FILE INTO NT-NOTICE-RECORD
               AT END
                   SET FEED-EOF TO TRUE
                   GO TO 1499-LOAD-NOTICE-61-EXIT
           END-READ.

           PERFORM 1700-TABLE-NOTICE
               THRU 1799-TABLE-NOTICE-EXIT.

       1499-LOAD-NOTICE-61-EXIT.
           EXIT.
       EJECT

       1500-LOAD-NOTICE-91.

           READ DUNN91-IN-FILE INTO NT-NOTICE-RECORD
               AT END
                   SET FEED-EOF TO TRUE
                   GO TO 1599-LOAD-NOTICE-91-EXIT
           END-READ.

           PERFORM 1700-TABLE-NOTICE
               THRU 1799-TABLE-NOTICE-EXIT.

       1599-LOAD-NOTICE-91-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NYESCHET DUE-DILIGENCE LETTERS - 'M' MAILING ROWS ONLY; THE    *
      *  'S' ROWS ARE ITS STATE SUMMARY                                 *
      ********************************************************************

       1600-LOAD-DUE-DILIGENCE.

           READ DILIG-IN-FILE INTO DD-MAIL-RECORD
               AT END
                   SET FEED-EOF TO TRUE
                   GO TO 1699-LOAD-DUE-DILIGENCE-EXIT
           END-READ.

           IF DDM-RECORD-TYPE NOT = 'M'
               OR DDM-POLICY-NUMBER = SPACE
               GO TO 1699-LOAD-DUE-DILIGENCE-EXIT
           END-IF.

           ADD +1 TO WS-DILIG-READ-CNT.
           INITIALIZE LN-NEW-LETTER.
           MOVE DDM-POLICY-NUMBER TO LN-POLICY.
           MOVE WS-FEED-ID        TO LN-LETTER-TYPE.
           MOVE 'M'               TO LN-DISPOSITION.
           MOVE 'L'               TO LN-ADDR-SOURCE.
           MOVE DDM-OWNER-NAME    TO LN-OWNER-NAME.
           MOVE DDM-ADDRESS-1     TO LN-ADDRESS-1.
           MOVE DDM-CITY          TO LN-CITY.
           MOVE DDM-ADDR-STATE    TO LN-STATE.
           MOVE DDM-ZIP-CODE      TO LN-ZIP-CODE.
           MOVE SPACE TO LN-LETTER-DETAIL.
           STRING 'ESCHEAT STATE '  DELIMITED BY SIZE
                  DDM-STATE         DELIMITED BY SIZE
               INTO LN-LETTER-DETAIL.
           PERFORM 1800-TABLE-LETTER
               THRU 1899-TABLE-LETTER-EXIT.

       1699-LOAD-DUE-DILIGENCE-EXIT.
           EXIT.
       EJECT

       1700-TABLE-NOTICE.

           IF NT-POLICY-NUMBER = SPACE
               GO TO 1799-TABLE-NOTICE-EXIT
           END-IF.

           ADD +1 TO WS-NOTICE-READ-CNT.
           INITIALIZE LN-NEW-LETTER.
           MOVE NT-POLICY-NUMBER  TO LN-POLICY.
           MOVE WS-FEED-ID        TO LN-LETTER-TYPE.
           MOVE 'M'               TO LN-DISPOSITION.
           MOVE 'L'               TO LN-ADDR-SOURCE.
           MOVE NT-OWNER-NAME     TO LN-OWNER-NAME.
           MOVE NT-ADDRESS-1      TO LN-ADDRESS-1.
           MOVE NT-CITY           TO LN-CITY.
           MOVE NT-STATE          TO LN-STATE.
           MOVE NT-ZIP-CODE       TO LN-ZIP-CODE.
           MOVE SPACE TO LN-LETTER-DETAIL.
           STRING 'DAYS OVERDUE '   DELIMITED BY SIZE
                  NT-DAYS-OVERDUE   DELIMITED BY SIZE
               INTO LN-LETTER-DETAIL.
           PERFORM 1800-TABLE-LETTER
               THRU 1899-TABLE-LETTER-EXIT.

       1799-TABLE-NOTICE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  INSERT LN-NEW-LETTER INTO LETTER-TABLE IN POLICY AND LETTER    *
      *  TYPE ORDER. THE FEEDS ARRIVE IN POLICY ORDER, SO THE SHIFT IS  *
      *  USUALLY SHORT; A LETTER OF A TYPE ALREADY TABLED FOR THE       *
      *  POLICY GOES AFTER THE ONES ALREADY THERE.                      *
      ********************************************************************

       1800-TABLE-LETTER.

           IF LT-USED NOT LESS THAN +10000
               ADD +1 TO WS-DROPPED-CNT
               DISPLAY 'LETTER TABLE FULL - ENTRY DROPPED FOR '
                       LN-POLICY ' ' LN-LETTER-TYPE
               GO TO 1899-TABLE-LETTER-EXIT
           END-IF.

           ADD +1 TO LT-USED.
           MOVE LT-USED TO WS-NEW-SUB.

       1820-SHIFT-LETTER-UP.

           IF WS-NEW-SUB GREATER THAN +1
               COMPUTE WS-PREV-SUB = WS-NEW-SUB - 1
               IF LT-POLICY (WS-PREV-SUB) GREATER THAN LN-POLICY
                   OR (LT-POLICY (WS-PREV-SUB) EQUAL LN-POLICY
                       AND LT-LETTER-TYPE (WS-PREV-SUB)
                           GREATER THAN LN-LETTER-TYPE)
                   MOVE LT-ENTRY (WS-PREV-SUB)
                       TO LT-ENTRY (WS-NEW-SUB)
                   MOVE WS-PREV-SUB TO WS-NEW-SUB
                   GO TO 1820-SHIFT-LETTER-UP
               END-IF
           END-IF.

           MOVE LN-NEW-LETTER TO LT-ENTRY (WS-NEW-SUB).
           IF LN-ADDR-SOURCE = SPACE
               ADD +1 TO WS-NEED-ADDRESS-CNT
           END-IF.

       1899-TABLE-LETTER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  BROWSE VSAM2 ONCE, IN STEP WITH THE (SORTED) LETTER TABLE,     *
      *  AND FILL THE OWNER NAME AND ADDRESS OF RECORD INTO EVERY       *
      *  LETTER THAT DID NOT CARRY ITS OWN                              *
      ********************************************************************

       2000-BROWSE-FOR-ADDRESSES.

      * EVERY LETTER ALREADY ADDRESSED - SKIP THE BROWSE ENTIRELY
           IF WS-NEED-ADDRESS-CNT EQUAL ZERO
               SET END-OF-VSAM TO TRUE
               GO TO 2099-BROWSE-FOR-ADDRESSES-EXIT
           END-IF.

           IF WS-LT-SUB EQUAL ZERO
               SET OPEN-INFORCE-FILE TO TRUE
               CALL 'CKVSAMIO'
                    USING INFORCE-VSAM
                          WS-IO-CODE
                          INFORCE-FILE-AREA
                          INFORCE-FILE-LENGTH
                          INF-RECORD-KEY
                          INFORCE-VSAMX-INFO
               IF WS-IO-CODE NOT EQUAL '0'
                   DISPLAY 'OPEN INFORCE FAILED'
                   DISPLAY 'WS-IO-CODE=' WS-IO-CODE
                   GO TO EOJ9900-ABEND
               END-IF
               MOVE +1 TO WS-LT-SUB
           END-IF.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.
           IF END-OF-VSAM
               GO TO 2099-BROWSE-FOR-ADDRESSES-EXIT
           END-IF.

       2020-MATCH-LETTER-ENTRY.

           IF WS-LT-SUB GREATER THAN LT-USED
               SET END-OF-VSAM TO TRUE
               GO TO 2099-BROWSE-FOR-ADDRESSES-EXIT
           END-IF.

      * LETTER FOR A POLICY NO LONGER ON THE INFORCE FILE - IT IS
      * RECORDED WITHOUT AN ADDRESS
           IF LT-POLICY (WS-LT-SUB) LESS THAN INFORCE-POL-NUMBER
               ADD +1 TO WS-LT-SUB
               GO TO 2020-MATCH-LETTER-ENTRY
           END-IF.

           IF LT-POLICY (WS-LT-SUB) GREATER THAN INFORCE-POL-NUMBER
               GO TO 2099-BROWSE-FOR-ADDRESSES-EXIT
           END-IF.

      * MATCHED - PULL THE OWNER SEGMENT ONCE FOR ALL OF THE POLICY'S
      * LETTERS
           PERFORM 2100-GET-OWNER-SEGMENT
               THRU 2199-GET-OWNER-SEGMENT-EXIT.

       2040-FILL-POLICY-LETTERS.

           IF WS-LT-SUB GREATER THAN LT-USED
               GO TO 2099-BROWSE-FOR-ADDRESSES-EXIT
           END-IF.
           IF LT-POLICY (WS-LT-SUB) NOT = INFORCE-POL-NUMBER
               GO TO 2099-BROWSE-FOR-ADDRESSES-EXIT
           END-IF.

           IF LT-ADDR-SOURCE (WS-LT-SUB) = SPACE
               AND OWNER-SEG-FOUND
               MOVE 'R'                        TO
                   LT-ADDR-SOURCE (WS-LT-SUB)
               MOVE OWNER-NAME OF AU-SEGMENT   TO
                   LT-OWNER-NAME (WS-LT-SUB)
               MOVE ADDRESS-1 OF AU-SEGMENT    TO
                   LT-ADDRESS-1 (WS-LT-SUB)
               MOVE ADDRESS-2 OF AU-SEGMENT    TO
                   LT-ADDRESS-2 (WS-LT-SUB)
               MOVE CITY OF AU-SEGMENT         TO
                   LT-CITY (WS-LT-SUB)
               MOVE STATE OF AU-SEGMENT        TO
                   LT-STATE (WS-LT-SUB)
               MOVE ZIP-CODE OF AU-SEGMENT     TO
                   LT-ZIP-CODE (WS-LT-SUB)
               ADD +1 TO WS-ADDRESSED-CNT
           END-IF.

           ADD +1 TO WS-LT-SUB.
           GO TO 2040-FILL-POLICY-LETTERS.

       2099-BROWSE-FOR-ADDRESSES-EXIT.
           EXIT.
       EJECT

       2100-GET-OWNER-SEGMENT.

           PERFORM 2400-BUILD-SEGMENT-TABLE
               THRU 2499-BUILD-SEGMENT-TABLE-EXIT.

           INITIALIZE WS-SEG-WORK-AREA.
           SET OWNER-SEG-NOT-FOUND TO TRUE.
           CALL 'CKETRGET' USING WS-SEG-ID
                                 WS-SEG-SEQ
                                 WS-SEG-WORK-AREA
                                 WS-DUMMY
                                 WS-IO-CODE
                                 WS-DUMMY
                                 INFORCE-FILE-DCB.
           IF WS-IO-CODE = '0'
               SET OWNER-SEG-FOUND TO TRUE
               MOVE WS-SEG-WORK-AREA TO AU-SEGMENT
           END-IF.

       2199-GET-OWNER-SEGMENT-EXIT.
           EXIT.
       EJECT

      * BUILD THE SEGMENT TRAILER LIST FOR THE INFORCE RECORD CURRENTLY
      * HELD IN INFORCE-FILE-AREA - SAME SEQUENCE NYPREMDN USES
       2400-BUILD-SEGMENT-TABLE.

           MOVE 'C' TO AUXEFLG1 OF AUX-INF-DCB.
           MOVE 'S' TO AUXEFLG2 OF AUX-INF-DCB.
           MOVE 'I' TO AUXEFLG3 OF AUX-INF-DCB.
           MOVE 'F' TO AUXEFLG4 OF AUX-INF-DCB.
           MOVE 'V' TO AUXEFLG6 OF AUX-INF-DCB.

           MOVE AUX-INF-DCB TO INFORCE-FILE-AUXDCB.

           MOVE LENGTH OF INFORCE-FILE-AREA TO INFORCE-BASIC-LENGTH.

           MOVE '0' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                 INFORCE-FILE-AREA
                                 INFORCE-FILE-DCB
                                 INFORCE-BASIC-LENGTH
                                 INFORCE-PRMAX
                                 INFORCE-MAX-SEGS
                                 INFORCE-FILE-AUXDCB
                                 INFORCE-AUX-SDT.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'ERROR IN SDT BUILD AUX1, RC = ' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

       2499-BUILD-SEGMENT-TABLE-EXIT.
           EXIT.
       EJECT

       2500-READ-NEXT-POLICY.

           SET READ-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
                      WS-IO-CODE
                      INFORCE-FILE-AREA
                      INFORCE-FILE-LENGTH
                      INF-RECORD-KEY
                      INFORCE-VSAMX-INFO.
           IF WS-IO-CODE = '6'
               OR INFORCE-POL-NUMBER EQUAL HIGH-VALUES
               SET END-OF-VSAM TO TRUE
               GO TO 2599-READ-NEXT-POLICY-EXIT
           END-IF.

      * SKIP THE FILE CONTROL RECORD, THE SAME WAY THE DAILY FILEPASS
      * BROWSES DO - IT CARRIES NO SEGMENTS
           IF INFORCE-POL-NUMBER EQUAL 'A'
               GO TO 2500-READ-NEXT-POLICY
           END-IF.

           IF WS-IO-CODE NOT = '0'
               DISPLAY 'VSAM2 READ FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

       2599-READ-NEXT-POLICY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  MERGE THE CARRIED HISTORY WITH THE DAY'S LETTERS INTO THE NEW  *
      *  GENERATION. WITHIN A POLICY THE CARRIED ENTRIES (EARLIER       *
      *  DATES) GO FIRST. CARRIED ENTRIES ALREADY DATED THIS BUSINESS   *
      *  DATE ARE FROM AN EARLIER RUN OF THE SAME DAY AND ARE REPLACED. *
      ********************************************************************

       3000-MERGE-HISTORY.

           IF PRIOR-EOF
               PERFORM 3200-WRITE-NEW-LETTER
                   THRU 3299-WRITE-NEW-LETTER-EXIT
               GO TO 3099-MERGE-HISTORY-EXIT
           END-IF.

           IF WS-LT-SUB GREATER THAN LT-USED
               PERFORM 3100-CARRY-PRIOR-ENTRY
                   THRU 3199-CARRY-PRIOR-ENTRY-EXIT
               GO TO 3099-MERGE-HISTORY-EXIT
           END-IF.

           IF PRIOR-POLICY NOT GREATER THAN LT-POLICY (WS-LT-SUB)
               PERFORM 3100-CARRY-PRIOR-ENTRY
                   THRU 3199-CARRY-PRIOR-ENTRY-EXIT
           ELSE
               PERFORM 3200-WRITE-NEW-LETTER
                   THRU 3299-WRITE-NEW-LETTER-EXIT
           END-IF.

       3099-MERGE-HISTORY-EXIT.
           EXIT.
       EJECT

       3100-CARRY-PRIOR-ENTRY.

           ADD +1 TO WS-PRIOR-IN-CNT.
           IF PRIOR-BUS-DATE EQUAL WS-KEY-DATE
               ADD +1 TO WS-REPLACED-CNT
           ELSE
               WRITE CORR-TODAY-REC FROM CORR-PRIOR-REC
               IF CORR-TODAY-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING CORRESPONDENCE HISTORY: '
                           CORR-TODAY-FILE-STATUS
                   GO TO EOJ9900-ABEND
               END-IF
               ADD +1 TO WS-TOTAL-OUT-CNT
           END-IF.

           PERFORM 3600-READ-PRIOR
               THRU 3699-READ-PRIOR-EXIT.

       3199-CARRY-PRIOR-ENTRY-EXIT.
           EXIT.
       EJECT

       3200-WRITE-NEW-LETTER.

           IF LT-POLICY (WS-LT-SUB) NOT = WS-LAST-POLICY
               MOVE LT-POLICY (WS-LT-SUB) TO WS-LAST-POLICY
               MOVE ZERO TO WS-ENTRY-SEQ
           END-IF.
           ADD 1 TO WS-ENTRY-SEQ.

           INITIALIZE CH-HISTORY-RECORD.
           MOVE LT-POLICY (WS-LT-SUB)        TO CH-POLICY.
           MOVE WS-KEY-DATE                  TO CH-BUS-DATE.
           MOVE LT-LETTER-TYPE (WS-LT-SUB)   TO CH-LETTER-TYPE.
           MOVE WS-ENTRY-SEQ                 TO CH-SEQ.
           MOVE LT-DISPOSITION (WS-LT-SUB)   TO CH-DISPOSITION.
           MOVE LT-ADDR-SOURCE (WS-LT-SUB)   TO CH-ADDR-SOURCE.
           MOVE LT-OWNER-NAME (WS-LT-SUB)    TO CH-OWNER-NAME.
           MOVE LT-ADDRESS-1 (WS-LT-SUB)     TO CH-ADDRESS-1.
           MOVE LT-ADDRESS-2 (WS-LT-SUB)     TO CH-ADDRESS-2.
           MOVE LT-CITY (WS-LT-SUB)          TO CH-CITY.
           MOVE LT-STATE (WS-LT-SUB)         TO CH-STATE.
           MOVE LT-ZIP-CODE (WS-LT-SUB)      TO CH-ZIP-CODE.
           MOVE LT-LETTER-DETAIL (WS-LT-SUB) TO CH-LETTER-DETAIL.
           WRITE CORR-TODAY-REC FROM CH-HISTORY-RECORD.
           IF CORR-TODAY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CORRESPONDENCE HISTORY: '
                       CORR-TODAY-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-NEW-OUT-CNT.
           ADD +1 TO WS-TOTAL-OUT-CNT.
           ADD +1 TO WS-LT-SUB.

       3299-WRITE-NEW-LETTER-EXIT.
           EXIT.
       EJECT

       3600-READ-PRIOR.

           READ CORR-PRIOR-FILE
               AT END SET PRIOR-EOF TO TRUE
           END-READ.

       3699-READ-PRIOR-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE CORR-PRIOR-FILE.
           CLOSE CORR-TODAY-FILE.

           IF WS-NEED-ADDRESS-CNT GREATER THAN ZERO
               SET CLOSE-INFORCE-FILE TO TRUE
               CALL 'CKVSAMIO'
                    USING INFORCE-VSAM
                          WS-IO-CODE
           END-IF.

           DISPLAY 'SUPPDISP ROWS READ: '      WS-DISP-READ-CNT.
           DISPLAY 'OVERDUE NOTICES READ: '    WS-NOTICE-READ-CNT.
           DISPLAY 'DUE-DILIGENCE LETTERS: '   WS-DILIG-READ-CNT.
           DISPLAY 'LETTERS DROPPED: '         WS-DROPPED-CNT.
           DISPLAY 'ADDRESSED FROM VSAM2: '    WS-ADDRESSED-CNT.
           DISPLAY 'HISTORY ENTRIES IN: '      WS-PRIOR-IN-CNT.
           DISPLAY 'SAME-DAY ENTRIES REPLACED: ' WS-REPLACED-CNT.
           DISPLAY 'NEW ENTRIES ADDED: '       WS-NEW-OUT-CNT.
           DISPLAY 'HISTORY ENTRIES OUT: '     WS-TOTAL-OUT-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.

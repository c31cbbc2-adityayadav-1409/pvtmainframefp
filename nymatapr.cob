       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYMATAPR.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT OURS-IN-FILE      ASSIGN TO OURINF.
           SELECT MATRPT-FILE       ASSIGN TO MATRPT
               FILE STATUS IS MATRPT-FILE-STATUS.
           SELECT MATLETT-FILE      ASSIGN TO MATLETT
               FILE STATUS IS MATLETT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  OURS-IN-FILE
           RECORDING MODE IS F.
       01  OURS-IN-REC            PIC X(400).

       FD  MATRPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MATRPT-REC             PIC X(150).

       FD  MATLETT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MATLETT-REC            PIC X(80).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  MATURITY APPROACH NOTIFICATION. A VUL18 POLICY MATURES ON THE   *
      *  POLICY ANNIVERSARY AT WHICH THE INSURED REACHES THE PLAN'S      *
      *  MATURITY AGE, AND A POLICY THAT MATURES UNWATCHED PAYS THE      *
      *  OWNER A TAXABLE CASH-OUT. THIS PROGRAM BROWSES VSAM2 THE SAME   *
      *  WAY NYAGEAUD DOES AND, FOR EVERY VUL18 POLICY NOT TERMINATED    *
      *  (CURR-STAT 98/99), COMPUTES THE ISSUE AGE WITH THE SAME         *
      *  CKDCINEX/CKDCARTH SEQUENCE AS NYFPOWFF'S OWN                    *
      *  2500-CALCULATE-ISSUE-AGE. ATTAINED AGE IS THE ISSUE AGE PLUS    *
      *  THE POLICY YEARS COMPLETED AT THE RUN DATE; THE PROJECTED       *
      *  MATURITY DATE IS THE ANNIVERSARY (ISSUE MONTH/DAY) IN ISSUE     *
      *  YEAR PLUS (MATURITY AGE - ISSUE AGE). EVERY POLICY WITHIN FIVE  *
      *  YEARS OF THAT DATE - OR ALREADY PAST IT AND STILL ON THE BOOKS  *
      *  - IS WRITTEN TO MATRPT WITH ITS WINDOW (1-5 YEARS, OR 'P'),     *
      *  ATTAINED AGE, MATURITY DATE AND THE CURRENT CASH VALUE OFF      *
      *  NYFPVUL'S RPTOUT (FIELD 16). POLICIES IN THE ONE- AND TWO-YEAR  *
      *  WINDOWS ALSO GO TO THE MATLETT LETTER EXTRACT, WHICH NYSUPPRS   *
      *  FILTERS FOR DO-NOT-MAIL AND E-DELIVERY ELECTIONS LIKE THE       *
      *  OTHER LETTER FEEDS, SO THE OWNER CAN ELECT THE MATURITY         *
      *  EXTENSION RIDER IN TIME. VSAM2 AND RPTOUT ARE BOTH IN           *
      *  ASCENDING POLICY ORDER, SO RPTOUT IS READ WITH A SEQUENTIAL     *
      *  MATCH.                                                          *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYMATAPR EXEC PGM=NYMATAPR                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //OURINF   DD DISP=SHR,DSN=T54.T9511F0.NYFPVUL.OUTPUT.DATA       *
      * //MATRPT   DD DSN=T54.T9511F0.NYMATAPR.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=150,BLKSIZE=0)                 *
      * //MATLETT  DD DSN=T54.T9511F0.NYMATAPR.MATLETT.DATA,             *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *       COLS 1-3 VUL18 MATURITY AGE (DEFAULT 100)                  *
      *     OURINF - NYFPVUL'S RPTOUT. DETAIL ROWS ONLY; THE CASH VALUE  *
      *       IS FIELD 16. A POLICY WITH NO ROW REPORTS A ZERO VALUE     *
      *       WITH THE VALUE-FOUND FLAG 'N'.                             *
      *     MATLETT - POLICY NUMBER IN COLS 1-10, AS NYSUPPRS EXPECTS.   *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *     CKETRLST ---- TRAILER LIST ELEMENT                           *
      *     CKETRGET ---- TRAILER GET ELEMENT                            *
      *     CKSDT1IO ---- AUX SEGMENT TABLE INTERFACE                    *
      *     CKDCEXIN ---- DATE CONVERT - EXTERNAL TO INTERNAL            *
      *     CKDCINEX ---- DATE CONVERT - EXTERNAL TO INTERNAL            *
      *     CKDCARTH ---- DATE ARITHMETIC - AGE DIFFERENCE               *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYMATAPR WORKING STORAGE BEGINS'.
      ********************************************************************
      *    DATA AREAS
      ********************************************************************
       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.

           05 MATRPT-FILE-STATUS            PIC X(02).
           05 MATLETT-FILE-STATUS           PIC X(02).

      * SWITCHES AREA
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.

           05 WS-FILE-IND                    PIC X(1).
              88 INFORCE-FILE                VALUE 'I'.

           05 OURS-EOF-IND                   PIC X(01).
              88 OURS-EOF                    VALUE 'Y'.

           05 CARD-EOF-IND                   PIC X(01).
              88 CARD-EOF                    VALUE 'Y'.

      * I-O READ ONLY DATA
           05 WS-IO-CODE                     PIC X(1).
              88 INFORCE-IO-COMPLETED        VALUE '0'.
              88 INFORCE-IO-EOF              VALUE '6'.

           05 WS-SEG-ID                      PIC X(02).
           05 WS-SEG-SEQ                     PIC S9(04) COMP-3 VALUE +1.
           05 WS-SEG-WORK-AREA               PIC X(25000).

      * INFORCE READ ONLY DATA
           05 INFORCE-FILE-LENGTH      COMP SYNC PIC S9(4) VALUE +12.
           05 INF-RECORD-KEY.
               10 INFORCE-KEY-FILE-CODE      PIC X.
               10 INFORCE-KEY-USER-ID        PIC X.
               10 INFORCE-KEY-POL-NUM        PIC X(10).
           05 INQUIRY-RECORD-CONTROL-SECTION.
               10 FRCKEY-FILE-CODE           PIC X.
               10 FRCKEY-USER-ID             PIC X.
               10 FRCCNTRT-CONTRACT-NUMBER   PIC X(10).
           05 INFORCE-BASIC-LENGTH     COMP SYNC PIC S9(4).
           05 INFORCE-RECSIZE          COMP PIC S9(8) VALUE +65000.
           05 FILLER REDEFINES INFORCE-RECSIZE.
               10 FILLER                     PIC X(2).
               10 INFORCE-PRMAX              COMP PIC 9(4).
           05 INFORCE-MAX-SEGS         COMP PIC S9(4) VALUE +4000.
           05 INFORCE-VSAMX-INFO.
               10 FILLER                PIC X(7) VALUE 'FVDUNLD'.
               10 FILLER                PIC X    VALUE LOW-VALUE.
               10 FILLER                PIC X    VALUE ' '.
               10 FILLER                PIC X(08) VALUE LOW-VALUES.
       EJECT

      ********************************************************************
      *    ISSUE-DATE TO AGE CONVERSION WORK AREA - SAME FIELDS AND      *
      *    CALL SEQUENCE NYFPOWFF'S OWN 2500-CALCULATE-ISSUE-AGE USES    *
      ********************************************************************
       01  DATE-WORK-AREA.
           05 WS-ISSU-DATE.
               10 WS-ISSU-MM         PIC X(02) VALUE SPACE.
               10 WS-ISSU-DD         PIC X(02) VALUE SPACE.
               10 WS-ISSU-YYYY       PIC X(04) VALUE SPACE.
           05 WS-ISSU-DATE-NUM REDEFINES WS-ISSU-DATE.
               10 WS-ISSU-MM-NUM     PIC 9(02).
               10 WS-ISSU-DD-NUM     PIC 9(02).
               10 WS-ISSU-YYYY-NUM   PIC 9(04).
           05 WS-CURR-DATE.
               10 WS-CURR-YEAR       PIC 9(02).
               10 WS-CURR-MO         PIC 9(02).
               10 WS-CURR-DAY        PIC 9(02).
           05 WS-CURR-CONV-DATE.
               10 WS-CURR-CONV-MM    PIC 9(02).
               10 WS-CURR-CONV-DD    PIC 9(02).
               10 WS-CURR-CONV-CC    PIC 9(02).
               10 WS-CURR-CONV-YY    PIC 9(02).
           05 WS-CURR-CONV-CCYY REDEFINES WS-CURR-CONV-DATE.
               10 FILLER             PIC X(04).
               10 WS-CURR-CCYY       PIC 9(04).
           05 WS-INT-CURR-DATE     COMP-3.
               10 WS-INT-YEAR        PIC S9(03).
               10 WS-INT-DAY         PIC S9(03).
           05 WS-INT-ISSU-DATE     COMP-3.
               10 WS-INT-ISSU-MMYY   PIC S9(3) COMP-3.
               10 WS-INT-ISSU-DD     PIC S9(3) COMP-3.
           05 WS-CKDCARTH-CONSTANTS.
               10 WS-DCARTH-MONTHS     PIC S9(3) COMP-3.
               10 WS-DCARTH-DAYS       PIC S9(3) COMP-3.
               10 WS-DCARTH-YEARS     PIC S9(3) COMP-3.
               10 WS-DCARTH-DIFFERENCE PIC X VALUE '2'.
           05 WS-ISSUE-AGE          PIC S9(03) COMP-3.

      * PROJECTED MATURITY DATE
           05 WS-MATURITY-DATE.
               10 WS-MAT-MM          PIC 9(02).
               10 WS-MAT-DD          PIC 9(02).
               10 WS-MAT-CCYY        PIC 9(04).
           05 WS-INT-MAT-DATE      COMP-3.
               10 WS-INT-MAT-YEAR    PIC S9(03).
               10 WS-INT-MAT-DAY     PIC S9(03).
       EJECT

       01 VARIABLE-WORK-AREA.
      * VUL18 MATURITY AGE - SYSIPT OVERRIDABLE
           05 WS-MATURITY-AGE       PIC 9(03) VALUE 100.
      * REPORT WINDOW AND LETTER WINDOW, IN DAYS
           05 WS-REPORT-DAYS        PIC S9(05) COMP-3 VALUE +1825.
           05 WS-LETTER-DAYS        PIC S9(05) COMP-3 VALUE +730.

           05 WS-POLICY-YEARS       PIC S9(03) COMP-3 VALUE +0.
           05 WS-ATTAINED-AGE       PIC S9(03) COMP-3 VALUE +0.
           05 WS-DAYS-TO-MATURITY   PIC S9(07) COMP-3 VALUE +0.
           05 WS-WINDOW-YEARS       PIC S9(03) COMP-3 VALUE +0.
           05 WS-WINDOW             PIC X(01).
           05 WS-WINDOW-DIGIT       PIC 9(01).
           05 WS-LETTER-IND         PIC X(01).
              88 WS-LETTER-DUE      VALUE 'Y'.

      * CASH VALUE OFF OUR RPTOUT
           05 WS-DELIM-CHAR         PIC X(01) VALUE X'05'.
           05 WS-OUR-ROW            PIC X(400).
           05 WS-OUR-KEY            PIC X(10).
           05 WS-OUR-VALUE          PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-VALUE-FOUND        PIC X(01).
           05 WS-VALUE-ED           PIC X(12).
           05 WS-VAL-DIGITS.
              10 WS-VAL-INT          PIC 9(08).
              10 WS-VAL-DEC          PIC 9(02).
           05 WS-VAL-NUM REDEFINES WS-VAL-DIGITS
                                     PIC 9(08)V99.

      * COUNTERS
           05 WS-RECORDS-READ       PIC 9(09) VALUE ZERO.
           05 WS-VUL18-CNT          PIC 9(09) VALUE ZERO.
           05 WS-REPORTED-CNT       PIC 9(09) VALUE ZERO.
           05 WS-PAST-MATURITY-CNT  PIC 9(09) VALUE ZERO.
           05 WS-LETTER-CNT         PIC 9(09) VALUE ZERO.
           05 WS-NO-VALUE-CNT       PIC 9(09) VALUE ZERO.
       EJECT

      ********************************************************************
      *  FIELD SPLIT AREA FOR OUR RPTOUT DETAIL ROW                     *
      ********************************************************************

       01 OUR-FIELD-TABLE.
           05 OF-FIELD OCCURS 20 TIMES PIC X(100).
       EJECT

      ********************************************************************
      * INFORCE RECORD CONTROL SECTION                                   *
      ********************************************************************

       01 INFORCE-FILE-AREA.
           05 INFORCE-REC-LENGTH     PIC S9(4) COMP.
           05 INFORCE-FILE-KEY.
               10 INFORCE-REC-ID     PIC X(01).
               10 INFORCE-USER-ID    PIC X(1).
               10 INFORCE-POL-NUMBER PIC X(10).
           05 INFORCE-IO-STAT        PIC X(01).
           05 FILLER                 PIC X(64985).
       EJECT

       01 INFORCE-FILE-DCB.
           COPY CKDCBMAX.
       EJECT

       01 INFORCE-FILE-AUXDCB        PIC X(25000).
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                            BY AUX-INF-DCB.
       EJECT
       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE BY
                            INFORCE-AUX-SDT.
       EJECT

      ********************************************************************
      * COVERAGE SEGMENT (SEGMENT 02) AND OWNER SEGMENT (SEGMENT 18)     *
      ********************************************************************

       COPY CKFRECCV.
       EJECT

       COPY CKFRECAU.
       EJECT

      ********************************************************************
      * MATURITY APPROACH REPORT ROW                                     *
      ********************************************************************

       01 MR-REPORT-RECORD.
           05 MR-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-PLAN-CODE           PIC X(11).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-ISSUE-DATE          PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-ISSUE-AGE           PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-ATTAINED-AGE        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-MATURITY-AGE        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-MATURITY-DATE       PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-DAYS-TO-MATURITY    PIC -----9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-WINDOW              PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-CASH-VALUE          PIC Z(7)9.99-.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-VALUE-FOUND         PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 MR-LETTER-IND          PIC X(01).
           05 FILLER                 PIC X(21) VALUE SPACES.
       EJECT

      ********************************************************************
      * MATURITY LETTER EXTRACT ROW - POLICY NUMBER IN COLS 1-10         *
      ********************************************************************

       01 ML-LETTER-RECORD.
           05 ML-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 ML-WINDOW              PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 ML-ATTAINED-AGE        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 ML-MATURITY-AGE        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 ML-MATURITY-DATE       PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 ML-CASH-VALUE          PIC Z(7)9.99-.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 ML-OWNER-NAME          PIC X(36).
           05 FILLER                 PIC X(01) VALUE SPACES.
       EJECT

       01  FILLER PIC X(32)
          VALUE 'NYMATAPR WORKING STORAGE ENDS  '.
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

           MOVE ZERO TO WS-IO-CODE.
           MOVE LOW-VALUES TO INFORCE-FILE-DCB.
           INITIALIZE INFORCE-FILE-AREA.
           SET INFORCE-FILE TO TRUE.
           MOVE SPACE TO OURS-EOF-IND.
           MOVE SPACE TO WS-OUR-KEY.

      * GET TODAY'S DATE, CONVERTED TO INTERNAL FORMAT, FOR THE AGE
      * COMPUTE - THE SAME WAY NYFPOWFF DOES FOR ITS OWN RUN
           ACCEPT WS-CURR-DATE FROM DATE.
           MOVE WS-CURR-MO  TO WS-CURR-CONV-MM.
           MOVE WS-CURR-DAY TO WS-CURR-CONV-DD.
           MOVE 20          TO WS-CURR-CONV-CC.
           MOVE WS-CURR-YEAR TO WS-CURR-CONV-YY.
           CALL 'CKDCEXIN'
               USING WS-CURR-CONV-DATE
                     WS-INT-CURR-DATE.

      * READ THE OPTIONAL MATURITY AGE CARD
           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               AND CONTROL-CARD-REC (1:3) NUMERIC
               MOVE CONTROL-CARD-REC (1:3) TO WS-MATURITY-AGE
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           DISPLAY 'VUL18 MATURITY AGE: ' WS-MATURITY-AGE.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN INPUT  OURS-IN-FILE.
           OPEN OUTPUT MATRPT-FILE.
           IF MATRPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MATURITY REPORT: '
                       MATRPT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           OPEN OUTPUT MATLETT-FILE.
           IF MATLETT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MATURITY LETTER EXTRACT: '
                       MATLETT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 2600-READ-OUR-DETAIL
               THRU 2699-READ-OUR-DETAIL-EXIT.

           MOVE '6' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING INFORCE-VSAM
                                  WS-IO-CODE
                                  INFORCE-FILE-AREA
                                  INFORCE-FILE-LENGTH
                                  INF-RECORD-KEY
                                  INFORCE-VSAMX-INFO.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'OPEN INFORCE FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE '6' TO WS-IO-CODE.
           CALL 'CKSDT1IO' USING WS-IO-CODE
                                  INFORCE-AUX-SDT.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'OPEN OF AUXSEG1 FILE FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE '4' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-DUMMY
                                  INFORCE-FILE-DCB
                                  WS-DUMMY
                                  WS-DUMMY.

       1199-OPEN-FILES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    READ INFORCE AND MEASURE EACH VUL18 POLICY AGAINST MATURITY   *
      ********************************************************************

       2000-MAIN-PROCESS.

           PERFORM 2100-READ-INFORCE
               THRU 2199-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 2000-MAIN-PROCESS-EXIT
           END-IF.

           ADD +1 TO WS-RECORDS-READ.

           PERFORM 2150-BUILD-SEGMENT-TABLE
               THRU 2159-BUILD-SEGMENT-TABLE-EXIT.

       2000-MAIN-PROCESS-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *T  THIS ROUTINE WILL READ THE INFORCE FILE SEQUENTIALLY.        *
      ******************************************************************

       2100-READ-INFORCE.

           MOVE '4' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-DUMMY
                                  INFORCE-FILE-DCB
                                  WS-DUMMY
                                  WS-DUMMY
                                  WS-DUMMY
                                  AUX-INF-DCB.

           MOVE '2' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING INFORCE-VSAM
                                  WS-IO-CODE
                                  INQUIRY-RECORD-CONTROL-SECTION
                                  INFORCE-FILE-LENGTH
                                  INF-RECORD-KEY
                                  INFORCE-VSAMX-INFO.

           IF WS-IO-CODE EQUAL '6'
               OR FRCCNTRT-CONTRACT-NUMBER EQUAL HIGH-VALUES
               SET END-OF-FILE TO TRUE
               GO TO 2199-READ-INFORCE-EXIT
           END-IF.

           IF FRCCNTRT-CONTRACT-NUMBER EQUAL 'A'
               GO TO 2100-READ-INFORCE
           END-IF.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'INFORCE READ ERROR'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

       2199-READ-INFORCE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   REBUILD THE AUXSEG1 SEGMENT DIRECTORY FOR THE CURRENT         *
      *   CONTRACT; A CONTRACT WHOSE DIRECTORY WON'T REBUILD IS SKIPPED *
      ********************************************************************

       2150-BUILD-SEGMENT-TABLE.

           MOVE '0' TO WS-IO-CODE.
           MOVE 'C' TO AUXEFLG1 OF AUX-INF-DCB.
           MOVE 'S' TO AUXEFLG2 OF AUX-INF-DCB.
           MOVE 'I' TO AUXEFLG3 OF AUX-INF-DCB.
           MOVE 'F' TO AUXEFLG4 OF AUX-INF-DCB.
           MOVE 'V' TO AUXEFLG6 OF AUX-INF-DCB.

           MOVE AUX-INF-DCB TO INFORCE-FILE-AUXDCB.
           MOVE LENGTH OF INQUIRY-RECORD-CONTROL-SECTION
               TO INFORCE-BASIC-LENGTH.

           CALL 'CKETRLST' USING WS-IO-CODE
                                  INQUIRY-RECORD-CONTROL-SECTION
                                  INFORCE-FILE-DCB
                                  INFORCE-BASIC-LENGTH
                                  INFORCE-PRMAX
                                  INFORCE-MAX-SEGS
                                  INFORCE-FILE-AUXDCB
                                  INFORCE-AUX-SDT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2159-BUILD-SEGMENT-TABLE-EXIT
           END-IF.

           PERFORM 2200-MEASURE-MATURITY
               THRU 2299-MEASURE-MATURITY-EXIT.

       2159-BUILD-SEGMENT-TABLE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   FETCH THE CV-SEGMENT, COMPUTE ISSUE AGE THE WAY NYFPOWFF'S     *
      *   2500-CALCULATE-ISSUE-AGE DOES, THEN ATTAINED AGE AND THE       *
      *   PROJECTED MATURITY DATE                                        *
      ********************************************************************

       2200-MEASURE-MATURITY.

           MOVE '02' TO WS-SEG-ID.
           MOVE +1   TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.
           CALL 'CKETRGET' USING WS-SEG-ID
                                  WS-SEG-SEQ
                                  WS-SEG-WORK-AREA
                                  WS-DUMMY
                                  WS-IO-CODE
                                  WS-DUMMY
                                  INFORCE-FILE-DCB.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2299-MEASURE-MATURITY-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF PLAN-CODE OF CV-SEGMENT (1:5) NOT EQUAL 'VUL18'
               OR CURR-STAT OF CV-SEGMENT EQUAL '98' OR '99'
               OR ISSUE-DATE OF CV-SEGMENT NOT NUMERIC
               GO TO 2299-MEASURE-MATURITY-EXIT
           END-IF.

           ADD +1 TO WS-VUL18-CNT.

           MOVE ISSUE-DATE OF CV-SEGMENT TO WS-ISSU-DATE.
           CALL 'CKDCINEX' USING WS-ISSU-DATE WS-INT-ISSU-DATE.

           CALL 'CKDCARTH' USING WS-INT-CURR-DATE
                                 WS-INT-ISSU-DATE
                                 WS-DCARTH-DIFFERENCE
                                 WS-ISSUE-AGE.

      * POLICY YEARS COMPLETED AT THE RUN DATE
           COMPUTE WS-POLICY-YEARS = WS-CURR-CCYY - WS-ISSU-YYYY-NUM.
           IF WS-CURR-MO LESS THAN WS-ISSU-MM-NUM
               OR (WS-CURR-MO EQUAL WS-ISSU-MM-NUM
                   AND WS-CURR-DAY LESS THAN WS-ISSU-DD-NUM)
               SUBTRACT 1 FROM WS-POLICY-YEARS
           END-IF.
           COMPUTE WS-ATTAINED-AGE = WS-ISSUE-AGE + WS-POLICY-YEARS.

      * MATURITY FALLS ON THE ANNIVERSARY AT THE MATURITY AGE
           MOVE WS-ISSU-MM-NUM TO WS-MAT-MM.
           MOVE WS-ISSU-DD-NUM TO WS-MAT-DD.
           IF WS-MAT-MM EQUAL 02 AND WS-MAT-DD EQUAL 29
               MOVE 28 TO WS-MAT-DD
           END-IF.
           COMPUTE WS-MAT-CCYY =
               WS-ISSU-YYYY-NUM + WS-MATURITY-AGE - WS-ISSUE-AGE.
           CALL 'CKDCEXIN' USING WS-MATURITY-DATE WS-INT-MAT-DATE.
           COMPUTE WS-DAYS-TO-MATURITY =
               (WS-INT-MAT-YEAR - WS-INT-YEAR) * 365 +
               (WS-INT-MAT-DAY - WS-INT-DAY).

           IF WS-DAYS-TO-MATURITY GREATER THAN WS-REPORT-DAYS
               GO TO 2299-MEASURE-MATURITY-EXIT
           END-IF.

      * WINDOW - WHOLE YEARS TO MATURITY, ROUNDED UP; 'P' WHEN PAST
           MOVE 'N' TO WS-LETTER-IND.
           IF WS-DAYS-TO-MATURITY LESS THAN ZERO
               MOVE 'P' TO WS-WINDOW
               ADD +1 TO WS-PAST-MATURITY-CNT
           ELSE
               COMPUTE WS-WINDOW-YEARS =
                   (WS-DAYS-TO-MATURITY + 364) / 365
               IF WS-WINDOW-YEARS LESS THAN 1
                   MOVE 1 TO WS-WINDOW-YEARS
               END-IF
               MOVE WS-WINDOW-YEARS TO WS-WINDOW-DIGIT
               MOVE WS-WINDOW-DIGIT TO WS-WINDOW
               IF WS-DAYS-TO-MATURITY NOT GREATER THAN WS-LETTER-DAYS
                   SET WS-LETTER-DUE TO TRUE
               END-IF
           END-IF.

      * OWNER NAME OFF THE AU SEGMENT
           MOVE SPACE TO AU-SEGMENT.
           MOVE '18' TO WS-SEG-ID.
           MOVE +1   TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.
           CALL 'CKETRGET' USING WS-SEG-ID
                                  WS-SEG-SEQ
                                  WS-SEG-WORK-AREA
                                  WS-DUMMY
                                  WS-IO-CODE
                                  WS-DUMMY
                                  INFORCE-FILE-DCB.
           IF WS-IO-CODE EQUAL '0'
               MOVE WS-SEG-WORK-AREA TO AU-SEGMENT
           END-IF.

           PERFORM 2300-MATCH-CASH-VALUE
               THRU 2399-MATCH-CASH-VALUE-EXIT.

           PERFORM 2400-WRITE-MATURITY-ROWS
               THRU 2499-WRITE-MATURITY-ROWS-EXIT.

       2299-MEASURE-MATURITY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   ADVANCE OUR RPTOUT UP TO THE CURRENT CONTRACT'S KEY - RPTOUT   *
      *   IS IN VSAM2'S OWN BROWSE ORDER, SO A LOWER KEY HAS ALREADY     *
      *   BEEN PASSED BY AND A POLICY WITH NO ROW HAS NO VALUE TODAY     *
      ********************************************************************

       2300-MATCH-CASH-VALUE.

           MOVE ZERO TO WS-OUR-VALUE.
           MOVE 'N'  TO WS-VALUE-FOUND.

           PERFORM 2600-READ-OUR-DETAIL
               THRU 2699-READ-OUR-DETAIL-EXIT
               UNTIL OURS-EOF
                  OR WS-OUR-KEY NOT LESS THAN FRCCNTRT-CONTRACT-NUMBER.

           IF OURS-EOF
               OR WS-OUR-KEY NOT EQUAL FRCCNTRT-CONTRACT-NUMBER
               ADD +1 TO WS-NO-VALUE-CNT
               GO TO 2399-MATCH-CASH-VALUE-EXIT
           END-IF.

           PERFORM 2700-EXTRACT-OUR-VALUE
               THRU 2799-EXTRACT-OUR-VALUE-EXIT.
           MOVE 'Y' TO WS-VALUE-FOUND.

       2399-MATCH-CASH-VALUE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   REPORT ROW FOR EVERY POLICY IN THE WINDOW; LETTER ROW FOR THE  *
      *   ONE- AND TWO-YEAR WINDOWS                                      *
      ********************************************************************

       2400-WRITE-MATURITY-ROWS.

           MOVE FRCCNTRT-CONTRACT-NUMBER  TO MR-POLICY-NUMBER.
           MOVE PLAN-CODE OF CV-SEGMENT   TO MR-PLAN-CODE.
           MOVE ISSUE-DATE OF CV-SEGMENT  TO MR-ISSUE-DATE.
           MOVE WS-ISSUE-AGE              TO MR-ISSUE-AGE.
           MOVE WS-ATTAINED-AGE           TO MR-ATTAINED-AGE.
           MOVE WS-MATURITY-AGE           TO MR-MATURITY-AGE.
           MOVE WS-MATURITY-DATE          TO MR-MATURITY-DATE.
           MOVE WS-DAYS-TO-MATURITY       TO MR-DAYS-TO-MATURITY.
           MOVE WS-WINDOW                 TO MR-WINDOW.
           MOVE WS-OUR-VALUE              TO MR-CASH-VALUE.
           MOVE WS-VALUE-FOUND            TO MR-VALUE-FOUND.
           MOVE OWNER-NAME OF AU-SEGMENT  TO MR-OWNER-NAME.
           MOVE WS-LETTER-IND             TO MR-LETTER-IND.

           WRITE MATRPT-REC FROM MR-REPORT-RECORD.
           IF MATRPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MATURITY REPORT: '
                       MATRPT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-REPORTED-CNT.

           IF NOT WS-LETTER-DUE
               GO TO 2499-WRITE-MATURITY-ROWS-EXIT
           END-IF.

           MOVE FRCCNTRT-CONTRACT-NUMBER  TO ML-POLICY-NUMBER.
           MOVE WS-WINDOW                 TO ML-WINDOW.
           MOVE WS-ATTAINED-AGE           TO ML-ATTAINED-AGE.
           MOVE WS-MATURITY-AGE           TO ML-MATURITY-AGE.
           MOVE WS-MATURITY-DATE          TO ML-MATURITY-DATE.
           MOVE WS-OUR-VALUE              TO ML-CASH-VALUE.
           MOVE OWNER-NAME OF AU-SEGMENT  TO ML-OWNER-NAME.

           WRITE MATLETT-REC FROM ML-LETTER-RECORD.
           IF MATLETT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MATURITY LETTER EXTRACT: '
                       MATLETT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-LETTER-CNT.

       2499-WRITE-MATURITY-ROWS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NEXT DETAIL ROW OFF OUR RPTOUT - SUBTOTAL AND TRAILER ROWS     *
      *  (FIRST FIELD SHORTER THAN A POLICY NUMBER) ARE PASSED OVER     *
      ********************************************************************

       2600-READ-OUR-DETAIL.

           IF OURS-EOF
               GO TO 2699-READ-OUR-DETAIL-EXIT
           END-IF.

           READ OURS-IN-FILE
               AT END
                   SET OURS-EOF TO TRUE
                   GO TO 2699-READ-OUR-DETAIL-EXIT
           END-READ.

           IF OURS-IN-REC (11:1) NOT = X'05'
               OR OURS-IN-REC (2:1) = X'05'
               GO TO 2600-READ-OUR-DETAIL
           END-IF.

           MOVE OURS-IN-REC TO WS-OUR-ROW.
           MOVE OURS-IN-REC (1:10) TO WS-OUR-KEY.

       2699-READ-OUR-DETAIL-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  SPLIT OUR DETAIL ROW AND PICK UP THE PVE CASH VALUE (FIELD 16, *
      *  EDITED Z(7)9.99-)                                              *
      ********************************************************************

       2700-EXTRACT-OUR-VALUE.

           INITIALIZE OUR-FIELD-TABLE.
           UNSTRING WS-OUR-ROW DELIMITED BY WS-DELIM-CHAR
               INTO OF-FIELD (1)  OF-FIELD (2)  OF-FIELD (3)
                    OF-FIELD (4)  OF-FIELD (5)  OF-FIELD (6)
                    OF-FIELD (7)  OF-FIELD (8)  OF-FIELD (9)
                    OF-FIELD (10) OF-FIELD (11) OF-FIELD (12)
                    OF-FIELD (13) OF-FIELD (14) OF-FIELD (15)
                    OF-FIELD (16) OF-FIELD (17) OF-FIELD (18)
                    OF-FIELD (19) OF-FIELD (20)
           END-UNSTRING.

           MOVE ZERO TO WS-OUR-VALUE.
           MOVE OF-FIELD (16) (1:12) TO WS-VALUE-ED.
           INSPECT WS-VALUE-ED REPLACING ALL ' ' BY '0'.
           IF WS-VALUE-ED (1:8) NUMERIC
               AND WS-VALUE-ED (10:2) NUMERIC
               MOVE WS-VALUE-ED (1:8)  TO WS-VAL-INT
               MOVE WS-VALUE-ED (10:2) TO WS-VAL-DEC
               MOVE WS-VAL-NUM TO WS-OUR-VALUE
               IF WS-VALUE-ED (12:1) = '-'
                   COMPUTE WS-OUR-VALUE = ZERO - WS-OUR-VALUE
               END-IF
           END-IF.

       2799-EXTRACT-OUR-VALUE-EXIT.
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

           CLOSE OURS-IN-FILE.
           CLOSE MATRPT-FILE.
           CLOSE MATLETT-FILE.

           MOVE '5' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING INFORCE-VSAM
                                  WS-IO-CODE.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'CLOSE INFORCE FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
           END-IF.

           MOVE '5' TO WS-IO-CODE.
           CALL 'CKSDT1IO' USING WS-IO-CODE
                                  INFORCE-AUX-SDT.

           DISPLAY 'RECORDS READ: '            WS-RECORDS-READ.
           DISPLAY 'VUL18 POLICIES MEASURED: ' WS-VUL18-CNT.
           DISPLAY 'WITHIN FIVE YEARS: '       WS-REPORTED-CNT.
           DISPLAY 'PAST MATURITY DATE: '      WS-PAST-MATURITY-CNT.
           DISPLAY 'MATURITY LETTERS: '        WS-LETTER-CNT.
           DISPLAY 'NO CASH VALUE ROW: '       WS-NO-VALUE-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT

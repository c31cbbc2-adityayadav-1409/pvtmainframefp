       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYVALEXT.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWFRPT-FILE     ASSIGN TO OWFRPT.
           SELECT VULRPT-FILE     ASSIGN TO VULRPT.
           SELECT VULFP-CTL-FILE  ASSIGN TO VULFCTL.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT VALEXT-FILE     ASSIGN TO VALEXT
               FILE STATUS IS VALEXT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OWFRPT-FILE
           RECORDING MODE IS F.
       01  OWFRPT-REC            PIC X(400).

       FD  VULRPT-FILE
           RECORDING MODE IS F.
       01  VULRPT-REC            PIC X(400).

       FD  VULFP-CTL-FILE
           RECORDING MODE IS F.
       01  VULFP-CTL-REC         PIC X(60).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC        PIC X(80).

       FD  VALEXT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VALEXT-REC            PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  QUARTER-END SERIATIM VALUATION EXTRACT. THE ACTUARIAL RESERVE   *
      *  VALUATION WAS BEING BUILT BY HAND FROM NYFPOWFF'S RPTOUT (PLAN, *
      *  STATE, ISSUE AGE), NYFPVUL'S RPTOUT (DURATION, PVERESP CASH     *
      *  VALUE, LOAN) AND THE SB-SEGMENT RIDERS. THIS PROGRAM BROWSES    *
      *  VSAM2 AND WRITES ONE FIXED-LAYOUT RECORD PER INFORCE VUL18      *
      *  POLICY (CURR-STAT 22, THE SAME POPULATION STEP020 SELECTS) WITH *
      *  ISSUE AGE AND RESIDENCE STATE FROM NYFPOWFF'S RPTOUT, DURATION, *
      *  CASH VALUE AND LOAN BALANCE FROM NYFPVUL'S RPTOUT, AND RIDER    *
      *  COUNT, RIDER FACE AND WP/ADB/CTR/OIR INDICATORS DECODED FROM    *
      *  THE ACTIVE SB-SEGMENT OCCURRENCES. ALL THREE INPUTS ARE IN      *
      *  VSAM2 ORDER, SO BOTH RPTOUTS ARE READ WITH A SEQUENTIAL MATCH.  *
      *  THE TRAILER RECORD CARRIES THE EXTRACT'S POLICY COUNT, TOTAL    *
      *  CASH VALUE AND TOTAL LOAN, AND TIES THEM BACK TO THE NYDLYFP    *
      *  RUN FOR THE SAME BUSINESS DATE:                                 *
      *    - THE SAME THREE TOTALS RE-ACCUMULATED OFF EVERY INFORCE      *
      *      VUL18 DETAIL ROW OF NYFPVUL'S RPTOUT MUST AGREE,            *
      *    - NYFPVUL'S RPTOUT DETAIL ROWS MUST EQUAL THE WRITTEN COUNT   *
      *      ON ITS RUNSTAT CONTROL RECORD, WITH STATUS COMPLETE, AND    *
      *    - NYFPOWFF'S TR-RECORD TRAILER MUST BE STAMPED WITH THE       *
      *      BUSDATE BUSINESS DATE (THE VALUATION DATE ON EVERY RECORD). *
      *  THE TRAILER'S BALANCED FLAG IS 'Y' ONLY WHEN ALL THREE HOLD;    *
      *  OTHERWISE THE REASON IS CARRIED ON THE TRAILER AND DISPLAYED.   *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYVALEXT EXEC PGM=NYVALEXT                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //OWFRPT   DD DISP=SHR,DSN=T54.T9511F0.NYFPOWFF.OUTPUT.DATA(0)   *
      * //VULRPT   DD DISP=SHR,DSN=T54.T9511F0.NYFPVUL.OUTPUT.DATA       *
      * //VULFCTL  DD DISP=SHR,DSN=T54.T9511F0.NYFPVUL.RUNCTL.DATA       *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //VALEXT   DD DSN=T54.T9511F0.NYVALEXT.SERIATIM.DATA(+1),        *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(25,15),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     OWFRPT  - NYFPOWFF'S RPTOUT. RUN AFTER NYDLYFP, (0) IS THAT  *
      *       DAY'S GENERATION. 'D' ROWS AND THE 'T' TRAILER ARE USED.   *
      *     VULRPT  - NYFPVUL'S RPTOUT. FIELD 12 LOAN TOTAL, FIELD 16    *
      *       CASH VALUE, FIELD 19 DURATION.                             *
      *     VULFCTL - NYFPVUL'S RUNSTAT CONTROL RECORD.                  *
      *     BUSDATE - NYBUSDAT'S BUSINESS DATE CARD (MMDDCCYY). A DUMMY  *
      *       OR EMPTY CARD LEAVES THE SYSTEM DATE IN PLACE.             *
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
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYVALEXT WORKING STORAGE BEGINS'.
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

           05 VALEXT-FILE-STATUS            PIC X(02).

      * SWITCHES AREA
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.

           05 WS-FILE-IND                    PIC X(1).
              88 INFORCE-FILE                VALUE 'I'.

           05 OWF-EOF-IND                    PIC X(01).
              88 OWF-EOF                     VALUE 'Y'.
           05 VUL-EOF-IND                    PIC X(01).
              88 VUL-EOF                     VALUE 'Y'.
           05 VULFP-EOF-IND                  PIC X(01).
              88 VULFP-EOF                   VALUE 'Y'.
           05 BUSDATE-EOF-IND                PIC X(01).
              88 BUSDATE-EOF                 VALUE 'Y'.
           05 WS-OWF-TRLR-IND                PIC X(01).
              88 OWF-TRLR-FOUND              VALUE 'Y'.

      * I-O READ ONLY DATA
           05 WS-IO-CODE                     PIC X(1).
              88 INFORCE-IO-COMPLETED        VALUE '0'.
              88 INFORCE-IO-EOF              VALUE '6'.

           05 WS-SEG-ID                      PIC X(02).
           05 WS-SEG-SEQ                     PIC S9(04) COMP-3 VALUE +1.
           05 WS-SB-SEG-ID                   PIC X(02) VALUE '04'.
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

      * VALUATION (BUSINESS) DATE
           05 WS-CURR-DATE.
              10 WS-CURR-YEAR               PIC 9(02).
              10 WS-CURR-MO                 PIC 9(02).
              10 WS-CURR-DAY                PIC 9(02).
           05 WS-CURR-CONV-DATE.
              10 WS-CURR-CONV-MM            PIC 9(02).
              10 WS-CURR-CONV-DD            PIC 9(02).
              10 WS-CURR-CONV-CC            PIC 9(02).
              10 WS-CURR-CONV-YY            PIC 9(02).
           05 WS-BUSDATE-CARD               PIC X(80) VALUE SPACE.
           05 WS-VALUATION-DATE.
              10 WS-VAL-CC                  PIC 9(02).
              10 WS-VAL-YY                  PIC 9(02).
              10 WS-VAL-MM                  PIC 9(02).
              10 WS-VAL-DD                  PIC 9(02).
       EJECT

       01 VARIABLE-WORK-AREA.
           05 WS-DELIM-CHAR         PIC X(01) VALUE X'05'.

      * CURRENT NYFPOWFF DETAIL ROW
           05 WS-OWF-KEY            PIC X(10).
           05 WS-OWF-RES-STATE      PIC X(02).
           05 WS-OWF-ISSUE-AGE      PIC 9(03).
           05 WS-OWF-FOUND          PIC X(01).

      * CURRENT NYFPVUL DETAIL ROW
           05 WS-VUL-ROW            PIC X(400).
           05 WS-VUL-KEY            PIC X(10).
           05 WS-VUL-STATUS         PIC X(02).
           05 WS-VUL-PLAN           PIC X(11).
           05 WS-VUL-CASH-VALUE     PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-VUL-LOAN           PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-VUL-DURATION       PIC 9(03).
           05 WS-VUL-FOUND          PIC X(01).

      * EDITED-AMOUNT DE-EDIT WORK
           05 WS-VALUE-ED           PIC X(12).
           05 WS-DEEDIT-AMT         PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-VAL-DIGITS.
              10 WS-VAL-INT          PIC 9(08).
              10 WS-VAL-DEC          PIC 9(02).
           05 WS-VAL-NUM REDEFINES WS-VAL-DIGITS
                                     PIC 9(08)V99.
           05 WS-DUR-ED             PIC X(03).

      * RIDER DECODE FOR THE CURRENT POLICY
           05 WS-RIDER-CNT          PIC 9(02) VALUE ZERO.
           05 WS-RIDER-FACE         PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-WP-IND             PIC X(01).
           05 WS-ADB-IND            PIC X(01).
           05 WS-CTR-IND            PIC X(01).
           05 WS-OIR-IND            PIC X(01).

      * EXTRACT TOTALS
           05 WS-RECORDS-READ       PIC 9(09) VALUE ZERO.
           05 WS-EXTRACT-CNT        PIC 9(09) VALUE ZERO.
           05 WS-EXTRACT-CV         PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-EXTRACT-LOAN       PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-NO-OWF-CNT         PIC 9(09) VALUE ZERO.
           05 WS-NO-VUL-CNT         PIC 9(09) VALUE ZERO.

      * CONTROL TOTALS OFF THE NYDLYFP RUN
           05 WS-CTL-CNT            PIC 9(09) VALUE ZERO.
           05 WS-CTL-CV             PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-CTL-LOAN           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-VUL-DETAIL-CNT     PIC 9(09) VALUE ZERO.
           05 WS-OWF-DETAIL-CNT     PIC 9(09) VALUE ZERO.
           05 WS-OWF-RUN-DATE       PIC X(08) VALUE SPACE.
           05 WS-OWF-TRLR-WRITTEN   PIC 9(09) VALUE ZERO.
           05 WS-BALANCED-IND       PIC X(01) VALUE 'Y'.
              88 TOTALS-BALANCED    VALUE 'Y'.
           05 WS-OOB-REASON         PIC X(30) VALUE SPACE.
       EJECT

      ********************************************************************
      *  FIELD SPLIT AREA FOR NYFPVUL'S RPTOUT DETAIL ROW                *
      ********************************************************************

       01 OUR-FIELD-TABLE.
           05 OF-FIELD OCCURS 21 TIMES PIC X(100).
       EJECT

      ********************************************************************
      *  NYFPOWFF'S RPTOUT LAYOUT - ONLY THE FIELDS THIS PROGRAM NEEDS   *
      *  ARE BROKEN OUT                                                  *
      ********************************************************************

       01  OWF-RECORD.
           05  OWF-RECORD-TYPE       PIC X(01).
           05  FILLER                PIC X(01).
           05  OWF-POLICY-NUMBER     PIC X(10).
           05  FILLER                PIC X(01).
           05  OWF-POL-STATE         PIC X(02).
           05  FILLER                PIC X(319).
           05  OWF-ISSUE-AGE         PIC X(03).
           05  FILLER                PIC X(63).

      ********************************************************************
      *  NYFPOWFF'S TR-RECORD TRAILER, OVERLAID ON THE SAME 400 BYTES    *
      ********************************************************************

       01  OWF-TRAILER-RECORD REDEFINES OWF-RECORD.
           05  FILLER                PIC X(12).
           05  OWFT-WRITTEN-CNT      PIC 9(09).
           05  FILLER                PIC X(11).
           05  OWFT-RUN-DATE         PIC X(08).
           05  FILLER                PIC X(360).
       EJECT

      ********************************************************************
      *  RUN-CTL-RECORD LAYOUT, AS WRITTEN BY NYFPVUL'S RUNSTAT DD       *
      ********************************************************************

       01  RUN-CTL-RECORD.
           05  RC-STEP-NAME         PIC X(08).
           05  FILLER               PIC X(01).
           05  RC-READ-CNT          PIC 9(09).
           05  FILLER               PIC X(01).
           05  RC-WRITTEN-CNT       PIC 9(09).
           05  FILLER               PIC X(01).
           05  RC-EXCEPTION-CNT     PIC 9(09).
           05  FILLER               PIC X(01).
           05  RC-STATUS            PIC X(08).
           05  FILLER               PIC X(12).
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
      * COVERAGE SEGMENT (SEGMENT 02) AND RIDER SEGMENT (SEGMENT 04)     *
      ********************************************************************

       COPY CKFRECCV.
       EJECT

       COPY CKFRECSB.
       EJECT

      ********************************************************************
      * SERIATIM VALUATION RECORD - VALUATION SYSTEM FIXED LAYOUT        *
      ********************************************************************

       01 VX-DETAIL-RECORD.
           05 VX-RECORD-TYPE         PIC X(01) VALUE 'D'.
           05 VX-VALUATION-DATE      PIC 9(08).
           05 VX-POLICY-NUMBER       PIC X(10).
           05 VX-PLAN-CODE           PIC X(11).
           05 VX-POLICY-STATUS       PIC X(02).
           05 VX-ISSUE-STATE         PIC X(02).
           05 VX-RESIDENCE-STATE     PIC X(02).
           05 VX-ISSUE-DATE.
              10 VX-ISSUE-CCYY       PIC X(04).
              10 VX-ISSUE-MM         PIC X(02).
              10 VX-ISSUE-DD         PIC X(02).
           05 VX-ISSUE-AGE           PIC 9(03).
           05 VX-DURATION            PIC 9(03).
           05 VX-RIDER-COUNT         PIC 9(02).
           05 VX-RIDER-FACE          PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           05 VX-WP-IND              PIC X(01).
           05 VX-ADB-IND             PIC X(01).
           05 VX-CTR-IND             PIC X(01).
           05 VX-OIR-IND             PIC X(01).
           05 VX-CASH-VALUE          PIC S9(09)V99
                                     SIGN LEADING SEPARATE.
           05 VX-LOAN-BALANCE        PIC S9(09)V99
                                     SIGN LEADING SEPARATE.
           05 VX-OWF-FOUND           PIC X(01).
           05 VX-VUL-FOUND           PIC X(01).
           05 FILLER                 PIC X(94) VALUE SPACES.

       01 VX-TRAILER-RECORD.
           05 VXT-RECORD-TYPE        PIC X(01) VALUE 'T'.
           05 VXT-VALUATION-DATE     PIC 9(08).
           05 VXT-POLICY-COUNT       PIC 9(09).
           05 VXT-TOTAL-CASH-VALUE   PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05 VXT-TOTAL-LOAN         PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05 VXT-CTL-POLICY-COUNT   PIC 9(09).
           05 VXT-CTL-CASH-VALUE     PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05 VXT-CTL-LOAN           PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05 VXT-VULFP-DETAIL-CNT   PIC 9(09).
           05 VXT-VULFP-RUNSTAT-CNT  PIC 9(09).
           05 VXT-VULFP-STATUS       PIC X(08).
           05 VXT-OWFF-RUN-DATE      PIC X(08).
           05 VXT-BALANCED-IND       PIC X(01).
           05 VXT-OOB-REASON         PIC X(30).
           05 FILLER                 PIC X(36) VALUE SPACES.
       EJECT

       01  FILLER PIC X(32)
          VALUE 'NYVALEXT WORKING STORAGE ENDS  '.
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

           PERFORM 3000-WRITE-TRAILER
               THRU 3099-WRITE-TRAILER-EXIT.

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
           MOVE SPACE TO OWF-EOF-IND.
           MOVE SPACE TO VUL-EOF-IND.
           MOVE SPACE TO VULFP-EOF-IND.
           MOVE 'N'   TO WS-OWF-TRLR-IND.
           MOVE SPACE TO WS-OWF-KEY.
           MOVE SPACE TO WS-VUL-KEY.

           ACCEPT WS-CURR-DATE FROM DATE.
           MOVE WS-CURR-MO   TO WS-CURR-CONV-MM.
           MOVE WS-CURR-DAY  TO WS-CURR-CONV-DD.
           MOVE 20           TO WS-CURR-CONV-CC.
           MOVE WS-CURR-YEAR TO WS-CURR-CONV-YY.

      * THE OFFICIAL BUSINESS DATE OVERRIDES THE SYSTEM DATE, THE
      * SAME WAY NYFPOWFF/NYFPVUL/NYRUNCTL READ IT. A DUMMY OR EMPTY
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
               MOVE WS-BUSDATE-CARD (1:2) TO WS-CURR-CONV-MM
               MOVE WS-BUSDATE-CARD (3:2) TO WS-CURR-CONV-DD
               MOVE WS-BUSDATE-CARD (5:2) TO WS-CURR-CONV-CC
               MOVE WS-BUSDATE-CARD (7:2) TO WS-CURR-CONV-YY
           END-IF.

           MOVE WS-CURR-CONV-CC TO WS-VAL-CC.
           MOVE WS-CURR-CONV-YY TO WS-VAL-YY.
           MOVE WS-CURR-CONV-MM TO WS-VAL-MM.
           MOVE WS-CURR-CONV-DD TO WS-VAL-DD.
           DISPLAY 'VALUATION DATE: ' WS-VALUATION-DATE.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN INPUT  OWFRPT-FILE.
           OPEN INPUT  VULRPT-FILE.
           OPEN INPUT  VULFP-CTL-FILE.
           OPEN OUTPUT VALEXT-FILE.
           IF VALEXT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VALUATION EXTRACT: '
                       VALEXT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           INITIALIZE RUN-CTL-RECORD.
           READ VULFP-CTL-FILE INTO RUN-CTL-RECORD
               AT END SET VULFP-EOF TO TRUE
           END-READ.

           PERFORM 2600-READ-OWF-DETAIL
               THRU 2699-READ-OWF-DETAIL-EXIT.
           PERFORM 2700-READ-VUL-DETAIL
               THRU 2799-READ-VUL-DETAIL-EXIT.

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
      *      READ INFORCE AND WRITE ONE RECORD PER INFORCE VUL18        *
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

           PERFORM 2200-BUILD-SERIATIM
               THRU 2299-BUILD-SERIATIM-EXIT.

       2159-BUILD-SEGMENT-TABLE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   INFORCE VUL18 ONLY - PULL THE MATCHING NYFPOWFF AND NYFPVUL    *
      *   ROWS, DECODE THE RIDERS, AND WRITE THE SERIATIM RECORD         *
      ********************************************************************

       2200-BUILD-SERIATIM.

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
               GO TO 2299-BUILD-SERIATIM-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF PLAN-CODE OF CV-SEGMENT (1:5) NOT EQUAL 'VUL18'
               OR CURR-STAT OF CV-SEGMENT NOT EQUAL '22'
               GO TO 2299-BUILD-SERIATIM-EXIT
           END-IF.

           PERFORM 2300-MATCH-OWF
               THRU 2399-MATCH-OWF-EXIT.

           PERFORM 2400-MATCH-VUL
               THRU 2499-MATCH-VUL-EXIT.

      * RIDERS - EVERY ACTIVE SB-SEGMENT OCCURRENCE
           MOVE ZERO TO WS-RIDER-CNT.
           MOVE ZERO TO WS-RIDER-FACE.
           MOVE 'N'  TO WS-WP-IND.
           MOVE 'N'  TO WS-ADB-IND.
           MOVE 'N'  TO WS-CTR-IND.
           MOVE 'N'  TO WS-OIR-IND.
           MOVE WS-SB-SEG-ID TO WS-SEG-ID.
           MOVE +0           TO WS-SEG-SEQ.
           MOVE '0'          TO WS-IO-CODE.
           PERFORM 2500-DECODE-ONE-RIDER
               THRU 2599-DECODE-ONE-RIDER-EXIT
               UNTIL WS-IO-CODE NOT EQUAL '0'.

           INITIALIZE VX-DETAIL-RECORD.
           MOVE 'D'                          TO VX-RECORD-TYPE.
           MOVE WS-VALUATION-DATE            TO VX-VALUATION-DATE.
           MOVE FRCCNTRT-CONTRACT-NUMBER     TO VX-POLICY-NUMBER.
           MOVE PLAN-CODE OF CV-SEGMENT      TO VX-PLAN-CODE.
           MOVE CURR-STAT OF CV-SEGMENT      TO VX-POLICY-STATUS.
           MOVE ISSUE-STATE OF CV-SEGMENT    TO VX-ISSUE-STATE.
           MOVE WS-OWF-RES-STATE             TO VX-RESIDENCE-STATE.
           MOVE ISSUE-DATE OF CV-SEGMENT (5:4) TO VX-ISSUE-CCYY.
           MOVE ISSUE-DATE OF CV-SEGMENT (1:2) TO VX-ISSUE-MM.
           MOVE ISSUE-DATE OF CV-SEGMENT (3:2) TO VX-ISSUE-DD.
           MOVE WS-OWF-ISSUE-AGE             TO VX-ISSUE-AGE.
           MOVE WS-VUL-DURATION              TO VX-DURATION.
           MOVE WS-RIDER-CNT                 TO VX-RIDER-COUNT.
           MOVE WS-RIDER-FACE                TO VX-RIDER-FACE.
           MOVE WS-WP-IND                    TO VX-WP-IND.
           MOVE WS-ADB-IND                   TO VX-ADB-IND.
           MOVE WS-CTR-IND                   TO VX-CTR-IND.
           MOVE WS-OIR-IND                   TO VX-OIR-IND.
           MOVE WS-VUL-CASH-VALUE            TO VX-CASH-VALUE.
           MOVE WS-VUL-LOAN                  TO VX-LOAN-BALANCE.
           MOVE WS-OWF-FOUND                 TO VX-OWF-FOUND.
           MOVE WS-VUL-FOUND                 TO VX-VUL-FOUND.

           WRITE VALEXT-REC FROM VX-DETAIL-RECORD.
           IF VALEXT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING VALUATION EXTRACT: '
                       VALEXT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           ADD +1                TO WS-EXTRACT-CNT.
           ADD WS-VUL-CASH-VALUE TO WS-EXTRACT-CV.
           ADD WS-VUL-LOAN       TO WS-EXTRACT-LOAN.

       2299-BUILD-SERIATIM-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   ADVANCE NYFPOWFF'S RPTOUT TO THE CURRENT CONTRACT - ISSUE AGE  *
      *   AND RESIDENCE STATE                                            *
      ********************************************************************

       2300-MATCH-OWF.

           MOVE SPACE TO WS-OWF-RES-STATE.
           MOVE ZERO  TO WS-OWF-ISSUE-AGE.
           MOVE 'N'   TO WS-OWF-FOUND.

           PERFORM 2600-READ-OWF-DETAIL
               THRU 2699-READ-OWF-DETAIL-EXIT
               UNTIL OWF-EOF
                  OR WS-OWF-KEY NOT LESS THAN FRCCNTRT-CONTRACT-NUMBER.

           IF OWF-EOF
               OR WS-OWF-KEY NOT EQUAL FRCCNTRT-CONTRACT-NUMBER
               ADD +1 TO WS-NO-OWF-CNT
               GO TO 2399-MATCH-OWF-EXIT
           END-IF.

           MOVE 'Y'           TO WS-OWF-FOUND.
           MOVE OWF-POL-STATE TO WS-OWF-RES-STATE.
           MOVE OWF-ISSUE-AGE TO WS-DUR-ED.
           INSPECT WS-DUR-ED REPLACING ALL ' ' BY '0'.
           IF WS-DUR-ED NUMERIC
               MOVE WS-DUR-ED TO WS-OWF-ISSUE-AGE
           END-IF.

       2399-MATCH-OWF-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   ADVANCE NYFPVUL'S RPTOUT TO THE CURRENT CONTRACT - DURATION,   *
      *   CASH VALUE AND LOAN BALANCE WERE PARSED WHEN THE ROW WAS READ  *
      ********************************************************************

       2400-MATCH-VUL.

           PERFORM 2700-READ-VUL-DETAIL
               THRU 2799-READ-VUL-DETAIL-EXIT
               UNTIL VUL-EOF
                  OR WS-VUL-KEY NOT LESS THAN FRCCNTRT-CONTRACT-NUMBER.

           IF VUL-EOF
               OR WS-VUL-KEY NOT EQUAL FRCCNTRT-CONTRACT-NUMBER
               MOVE 'N'  TO WS-VUL-FOUND
               MOVE ZERO TO WS-VUL-CASH-VALUE
               MOVE ZERO TO WS-VUL-LOAN
               MOVE ZERO TO WS-VUL-DURATION
               ADD +1 TO WS-NO-VUL-CNT
               GO TO 2499-MATCH-VUL-EXIT
           END-IF.

           MOVE 'Y' TO WS-VUL-FOUND.

       2499-MATCH-VUL-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   NEXT SB-SEGMENT OCCURRENCE - ACTIVE RIDERS ONLY ARE COUNTED    *
      ********************************************************************

       2500-DECODE-ONE-RIDER.

           ADD +1 TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.
           CALL 'CKETRGET' USING WS-SEG-ID
                                  WS-SEG-SEQ
                                  WS-SEG-WORK-AREA
                                  WS-DUMMY
                                  WS-IO-CODE
                                  WS-DUMMY
                                  INFORCE-FILE-DCB.
           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2599-DECODE-ONE-RIDER-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO SB-SEGMENT.
           IF NOT FSBSTAT-RIDER-ACTIVE
               GO TO 2599-DECODE-ONE-RIDER-EXIT
           END-IF.

           ADD +1 TO WS-RIDER-CNT.
           IF FSBFACE-RIDER-FACE NUMERIC
               ADD FSBFACE-RIDER-FACE TO WS-RIDER-FACE
           END-IF.

           IF FSBRIDER-WAIVER
               MOVE 'Y' TO WS-WP-IND
           END-IF.
           IF FSBRIDER-ACCIDENTAL-DEATH
               MOVE 'Y' TO WS-ADB-IND
           END-IF.
           IF FSBRIDER-CHILD-TERM
               MOVE 'Y' TO WS-CTR-IND
           END-IF.
           IF FSBRIDER-OTHER-INSURED
               MOVE 'Y' TO WS-OIR-IND
           END-IF.

       2599-DECODE-ONE-RIDER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NEXT DETAIL ROW OFF NYFPOWFF'S RPTOUT. THE TR-RECORD TRAILER    *
      *  IS KEPT FOR THE CONTROL CHECK; OTHER NON-DETAIL ROWS ARE PASSED *
      ********************************************************************

       2600-READ-OWF-DETAIL.

           IF OWF-EOF
               GO TO 2699-READ-OWF-DETAIL-EXIT
           END-IF.

           READ OWFRPT-FILE INTO OWF-RECORD
               AT END
                   SET OWF-EOF TO TRUE
                   GO TO 2699-READ-OWF-DETAIL-EXIT
           END-READ.

           IF OWF-RECORD-TYPE EQUAL 'T'
               SET OWF-TRLR-FOUND TO TRUE
               MOVE OWFT-RUN-DATE    TO WS-OWF-RUN-DATE
               MOVE OWFT-WRITTEN-CNT TO WS-OWF-TRLR-WRITTEN
               GO TO 2600-READ-OWF-DETAIL
           END-IF.

           IF OWF-RECORD-TYPE NOT EQUAL 'D'
               GO TO 2600-READ-OWF-DETAIL
           END-IF.

           ADD +1 TO WS-OWF-DETAIL-CNT.
           MOVE OWF-POLICY-NUMBER TO WS-OWF-KEY.

       2699-READ-OWF-DETAIL-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NEXT DETAIL ROW OFF NYFPVUL'S RPTOUT. EVERY DETAIL ROW IS       *
      *  COUNTED AGAINST RUNSTAT, AND EVERY INFORCE VUL18 ROW ADDS TO    *
      *  THE CONTROL TOTALS WHETHER OR NOT VSAM2 STILL MATCHES IT        *
      ********************************************************************

       2700-READ-VUL-DETAIL.

           IF VUL-EOF
               GO TO 2799-READ-VUL-DETAIL-EXIT
           END-IF.

           READ VULRPT-FILE
               AT END
                   SET VUL-EOF TO TRUE
                   GO TO 2799-READ-VUL-DETAIL-EXIT
           END-READ.

           IF VULRPT-REC (11:1) NOT = X'05'
               OR VULRPT-REC (2:1) = X'05'
               GO TO 2700-READ-VUL-DETAIL
           END-IF.

           ADD +1 TO WS-VUL-DETAIL-CNT.
           MOVE VULRPT-REC TO WS-VUL-ROW.
           MOVE VULRPT-REC (1:10) TO WS-VUL-KEY.

           INITIALIZE OUR-FIELD-TABLE.
           UNSTRING WS-VUL-ROW DELIMITED BY WS-DELIM-CHAR
               INTO OF-FIELD (1)  OF-FIELD (2)  OF-FIELD (3)
                    OF-FIELD (4)  OF-FIELD (5)  OF-FIELD (6)
                    OF-FIELD (7)  OF-FIELD (8)  OF-FIELD (9)
                    OF-FIELD (10) OF-FIELD (11) OF-FIELD (12)
                    OF-FIELD (13) OF-FIELD (14) OF-FIELD (15)
                    OF-FIELD (16) OF-FIELD (17) OF-FIELD (18)
                    OF-FIELD (19) OF-FIELD (20) OF-FIELD (21)
           END-UNSTRING.

           MOVE OF-FIELD (2) (1:2)  TO WS-VUL-STATUS.
           MOVE OF-FIELD (4) (1:11) TO WS-VUL-PLAN.

           MOVE OF-FIELD (12) (1:12) TO WS-VALUE-ED.
           PERFORM 2750-DEEDIT-AMOUNT
               THRU 2759-DEEDIT-AMOUNT-EXIT.
           MOVE WS-DEEDIT-AMT TO WS-VUL-LOAN.

           MOVE OF-FIELD (16) (1:12) TO WS-VALUE-ED.
           PERFORM 2750-DEEDIT-AMOUNT
               THRU 2759-DEEDIT-AMOUNT-EXIT.
           MOVE WS-DEEDIT-AMT TO WS-VUL-CASH-VALUE.

           MOVE ZERO TO WS-VUL-DURATION.
           MOVE OF-FIELD (19) (1:3) TO WS-DUR-ED.
           INSPECT WS-DUR-ED REPLACING ALL ' ' BY '0'.
           IF WS-DUR-ED NUMERIC
               MOVE WS-DUR-ED TO WS-VUL-DURATION
           END-IF.

           IF WS-VUL-STATUS EQUAL '22'
               AND WS-VUL-PLAN (1:5) EQUAL 'VUL18'
               ADD +1                TO WS-CTL-CNT
               ADD WS-VUL-CASH-VALUE TO WS-CTL-CV
               ADD WS-VUL-LOAN       TO WS-CTL-LOAN
           END-IF.

       2799-READ-VUL-DETAIL-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  DE-EDIT A Z(7)9.99- AMOUNT IN WS-VALUE-ED INTO WS-DEEDIT-AMT    *
      ********************************************************************

       2750-DEEDIT-AMOUNT.

           MOVE ZERO TO WS-DEEDIT-AMT.
           INSPECT WS-VALUE-ED REPLACING ALL ' ' BY '0'.
           IF WS-VALUE-ED (1:8) NUMERIC
               AND WS-VALUE-ED (10:2) NUMERIC
               MOVE WS-VALUE-ED (1:8)  TO WS-VAL-INT
               MOVE WS-VALUE-ED (10:2) TO WS-VAL-DEC
               MOVE WS-VAL-NUM TO WS-DEEDIT-AMT
               IF WS-VALUE-ED (12:1) = '-'
                   COMPUTE WS-DEEDIT-AMT = ZERO - WS-DEEDIT-AMT
               END-IF
           END-IF.

       2759-DEEDIT-AMOUNT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  DRAIN BOTH RPTOUTS SO THE CONTROL TOTALS COVER THE WHOLE RUN,   *
      *  TIE THE EXTRACT BACK TO NYDLYFP AND WRITE THE TRAILER           *
      ********************************************************************

       3000-WRITE-TRAILER.

           PERFORM 2600-READ-OWF-DETAIL
               THRU 2699-READ-OWF-DETAIL-EXIT
               UNTIL OWF-EOF.
           PERFORM 2700-READ-VUL-DETAIL
               THRU 2799-READ-VUL-DETAIL-EXIT
               UNTIL VUL-EOF.

           MOVE 'Y'   TO WS-BALANCED-IND.
           MOVE SPACE TO WS-OOB-REASON.

           IF NOT OWF-TRLR-FOUND
               OR WS-OWF-RUN-DATE NOT EQUAL WS-CURR-CONV-DATE
               MOVE 'N' TO WS-BALANCED-IND
               MOVE 'NYFPOWFF NOT SAME BUSINESS DAY' TO WS-OOB-REASON
               GO TO 3050-WRITE-TRAILER-RECORD
           END-IF.

           IF VULFP-EOF
               OR RC-STATUS NOT EQUAL 'COMPLETE'
               MOVE 'N' TO WS-BALANCED-IND
               MOVE 'NYFPVUL RUNSTAT NOT COMPLETE' TO WS-OOB-REASON
               GO TO 3050-WRITE-TRAILER-RECORD
           END-IF.

           IF WS-VUL-DETAIL-CNT NOT EQUAL RC-WRITTEN-CNT
               MOVE 'N' TO WS-BALANCED-IND
               MOVE 'NYFPVUL RPTOUT VS RUNSTAT COUNT' TO WS-OOB-REASON
               GO TO 3050-WRITE-TRAILER-RECORD
           END-IF.

           IF WS-EXTRACT-CNT NOT EQUAL WS-CTL-CNT
               MOVE 'N' TO WS-BALANCED-IND
               MOVE 'POLICY COUNT OUT OF BALANCE' TO WS-OOB-REASON
               GO TO 3050-WRITE-TRAILER-RECORD
           END-IF.

           IF WS-EXTRACT-CV NOT EQUAL WS-CTL-CV
               MOVE 'N' TO WS-BALANCED-IND
               MOVE 'CASH VALUE OUT OF BALANCE' TO WS-OOB-REASON
               GO TO 3050-WRITE-TRAILER-RECORD
           END-IF.

           IF WS-EXTRACT-LOAN NOT EQUAL WS-CTL-LOAN
               MOVE 'N' TO WS-BALANCED-IND
               MOVE 'LOAN BALANCE OUT OF BALANCE' TO WS-OOB-REASON
           END-IF.

       3050-WRITE-TRAILER-RECORD.

           INITIALIZE VX-TRAILER-RECORD.
           MOVE 'T'                 TO VXT-RECORD-TYPE.
           MOVE WS-VALUATION-DATE   TO VXT-VALUATION-DATE.
           MOVE WS-EXTRACT-CNT      TO VXT-POLICY-COUNT.
           MOVE WS-EXTRACT-CV       TO VXT-TOTAL-CASH-VALUE.
           MOVE WS-EXTRACT-LOAN     TO VXT-TOTAL-LOAN.
           MOVE WS-CTL-CNT          TO VXT-CTL-POLICY-COUNT.
           MOVE WS-CTL-CV           TO VXT-CTL-CASH-VALUE.
           MOVE WS-CTL-LOAN         TO VXT-CTL-LOAN.
           MOVE WS-VUL-DETAIL-CNT   TO VXT-VULFP-DETAIL-CNT.
           IF VULFP-EOF
               MOVE ZERO            TO VXT-VULFP-RUNSTAT-CNT
               MOVE 'NO RECORD'     TO VXT-VULFP-STATUS
           ELSE
               MOVE RC-WRITTEN-CNT  TO VXT-VULFP-RUNSTAT-CNT
               MOVE RC-STATUS       TO VXT-VULFP-STATUS
           END-IF.
           MOVE WS-OWF-RUN-DATE     TO VXT-OWFF-RUN-DATE.
           MOVE WS-BALANCED-IND     TO VXT-BALANCED-IND.
           MOVE WS-OOB-REASON       TO VXT-OOB-REASON.

           WRITE VALEXT-REC FROM VX-TRAILER-RECORD.
           IF VALEXT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING VALUATION TRAILER: '
                       VALEXT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           IF NOT TOTALS-BALANCED
               DISPLAY '*** VALUATION EXTRACT OUT OF BALANCE: '
                       WS-OOB-REASON
           END-IF.

       3099-WRITE-TRAILER-EXIT.
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

           CLOSE OWFRPT-FILE.
           CLOSE VULRPT-FILE.
           CLOSE VULFP-CTL-FILE.
           CLOSE VALEXT-FILE.

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

           DISPLAY 'RECORDS READ: '              WS-RECORDS-READ.
           DISPLAY 'SERIATIM RECORDS WRITTEN: '  WS-EXTRACT-CNT.
           DISPLAY 'NO NYFPOWFF ROW: '           WS-NO-OWF-CNT.
           DISPLAY 'NO NYFPVUL ROW: '            WS-NO-VUL-CNT.
           DISPLAY 'CONTROL POLICY COUNT: '      WS-CTL-CNT.
           DISPLAY 'TOTALS BALANCED: '           WS-BALANCED-IND.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYDTHINT.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT RULE-TABLE-FILE ASSIGN TO DTHINTTB
               FILE STATUS IS RULE-TABLE-FILE-STATUS.
           SELECT CLAIM-EVENT-FILE ASSIGN TO CLMEVTIN.
           SELECT REPORT-FILE ASSIGN TO DINTRPT
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT PAYMENT-FEED-FILE ASSIGN TO DINTPAY
               FILE STATUS IS PAYMENT-FEED-FILE-STATUS.
           SELECT FED-PRIOR-FILE ASSIGN TO FEDPRI
               FILE STATUS IS FED-PRIOR-FILE-STATUS.
           SELECT FED-TODAY-FILE ASSIGN TO FEDTDY
               FILE STATUS IS FED-TODAY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC  PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC    PIC X(80).

       FD  RULE-TABLE-FILE
           RECORDING MODE IS F.
       01  RULE-TABLE-REC    PIC X(80).

       FD  CLAIM-EVENT-FILE
           RECORDING MODE IS F.
       01  CLAIM-EVENT-REC   PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-REC        PIC X(250).

       FD  PAYMENT-FEED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAYMENT-FEED-REC  PIC X(100).

       FD  FED-PRIOR-FILE
           RECORDING MODE IS F.
       01  FED-PRIOR-REC     PIC X(80).

       FD  FED-TODAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FED-TODAY-REC     PIC X(80).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  STATE-MANDATED INTEREST ON DEATH CLAIM PROCEEDS. EVERY STATE    *
      *  REQUIRES INTEREST ON DEATH PROCEEDS FROM A START EVENT TO THE   *
      *  PAYMENT DATE, AT A RATE AND UNDER START AND MINIMUM-DAY RULES   *
      *  OF ITS OWN. THIS PROGRAM PICKS UP EACH DEATH TERMINATION - A    *
      *  TERM-DEATH (TD) SEGMENT 69 ENTRY - THE NYPRMTAX WAY: PASS 1     *
      *  BROWSES VSAM2 FOR EACH CONTRACT'S ISSUE STATE AND ISSUE DATE    *
      *  (CV SEGMENT 02) AND OWNER STATE (AU SEGMENT 18), PASS 2 BROWSES *
      *  VSAMX AND DATES EACH TD ENTRY AS THE ISSUE DATE PLUS ITS TXASOF *
      *  DURATION, WHICH IS TAKEN AS THE DATE OF DEATH. CLAIMS WHOSE     *
      *  DATE OF DEATH IS WITHIN THE LOOK-BACK WINDOW ARE COMPUTED.      *
      *  THE GOVERNING RULE IS THE ISSUE STATE'S ROW ON THE DTHINTTB     *
      *  STATE CLAIM-INTEREST TABLE, OR THE OWNER STATE'S ROW WHEN THE   *
      *  ISSUE STATE HAS NONE. A CLAIM WITH NEITHER IS COMPUTED AT A     *
      *  ZERO RATE AND FLAGGED. INTEREST RUNS FROM THE START EVENT (DATE *
      *  OF DEATH OR DATE PROOF OF DEATH WAS RECEIVED) TO THE PAID DATE  *
      *  ON CLMEVTIN, OR TO THE BUSINESS DATE FOR A CLAIM NOT YET PAID.  *
      *  NO INTEREST IS DUE WHEN THOSE DAYS DO NOT EXCEED THE STATE'S    *
      *  MINIMUM DAYS. INTEREST IS SIMPLE INTEREST ON THE TD GROSS       *
      *  AMOUNT OVER A 365-DAY YEAR. AN UNPAID CLAIM PAST THE STATE'S    *
      *  PROMPT-PAY DEADLINE (DAYS FROM PROOF OF DEATH, OR FROM DEATH    *
      *  WHILE NO PROOF DATE IS ON FILE) IS FLAGGED. DINTRPT CARRIES ONE *
      *  ROW PER CLAIM WITH THE CALCULATION AND A TOTAL ROW. DINTPAY IS  *
      *  THE DISBURSEMENT FEED - ONE ROW PER UNPAID CLAIM WITH PROCEEDS, *
      *  INTEREST TO THE BUSINESS DATE AND THE AMOUNT TO PAY. A CLAIM    *
      *  FLAGGED NO STATE RULE, OR AWAITING PROOF (ITS STATE'S INTEREST  *
      *  STARTS AT PROOF OF DEATH AND NONE IS ON FILE), IS HELD OFF      *
      *  DINTPAY UNTIL THE TABLE OR CLMEVTIN IS PUT RIGHT; IT STAYS ON   *
      *  DINTRPT WITH ITS REMARK.                                        *
      *  DINTPAY IS FED ONCE PER CLAIM. THE FED-CLAIMS REGISTER IS A GDG *
      *  CARRIED FROM RUN TO RUN (FEDPRI IN, FEDTDY OUT) HOLDING EVERY   *
      *  CLAIM PUT ON DINTPAY, BY POLICY AND TD ENTRY. A CLAIM ALREADY   *
      *  ON IT STAYS ON DINTRPT, REMARKED ALREADY FED, AND IS NOT FED    *
      *  AGAIN. A ROW IS DROPPED ONCE ITS DATE OF DEATH IS MORE THAN 999 *
      *  DAYS PAST, BEYOND ANY LOOK-BACK THE CONTROL CARD CAN SET.       *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYDTHINT EXEC PGM=NYDTHINT                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //DTHINTTB DD DISP=SHR,DSN=P54.CK.NYDTHINT.STINTTAB              *
      * //CLMEVTIN DD DISP=SHR,DSN=P54.CK.NYDTHINT.CLAIMEVT              *
      * //DINTRPT  DD DSN=T54.T9511F0.NYDTHINT.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=250,BLKSIZE=0)                 *
      * //DINTPAY  DD DSN=T54.T9511F0.NYDTHINT.PAYFEED.DATA,             *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=100,BLKSIZE=0)                 *
      * //FEDPRI   DD DISP=SHR,DSN=T54.T9511F0.NYDTHINT.FEDCLM.DATA(0)   *
      * //FEDTDY   DD DSN=T54.T9511F0.NYDTHINT.FEDCLM.DATA(+1),          *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *     COLS 1-3   LOOK-BACK WINDOW IN DAYS ON THE DATE OF DEATH     *
      *                (DEFAULT 365)                                     *
      *     COLS 5-10  CURRENT INDEX RATE 9V9(5) FOR STATES WITH RATE    *
      *                BASIS 'I' (DEFAULT 000000)                        *
      *   DTHINTTB - STATE CLAIM-INTEREST TABLE, ONE 80-BYTE ROW PER     *
      *     STATE: COLS 1-2 STATE CODE, COL 3 RATE BASIS ('F' FIXED      *
      *     RATE, 'I' CURRENT INDEX RATE PLUS THE TABLE RATE), COLS 4-9  *
      *     RATE 9V9(5), COL 10 START EVENT ('D' DATE OF DEATH, 'P' DATE *
      *     PROOF OF DEATH RECEIVED), COLS 11-13 MINIMUM DAYS, COLS      *
      *     14-16 PROMPT-PAY DAYS (000 - NO DEADLINE), COLS 17-36 STATE  *
      *     NAME                                                         *
      *   CLMEVTIN - CLAIM EVENTS FROM CLAIMS AND DISBURSEMENT, ONE      *
      *     80-BYTE ROW PER CLAIM: COLS 1-10 POLICY, COLS 11-18 DATE     *
      *     PROOF OF DEATH RECEIVED AND COLS 19-26 PAID DATE (MMDDCCYY,  *
      *     SPACES WHEN NOT YET KNOWN). MAY BE DUMMY.                    *
      *   FEDPRI - THE PRIOR FED-CLAIMS REGISTER GENERATION, 80-BYTE     *
      *     ROWS: COLS 1-10 POLICY, COLS 11-16 TD ENTRY DURATION (YEAR,  *
      *     DAY), COLS 17-22 DATE OF DEATH (INTERNAL YEAR, DAY), COLS    *
      *     23-30 DATE FED (MMDDCCYY), COLS 31-41 AMOUNT FED 9(09)V99.   *
      *     DUMMY ON THE FIRST RUN.                                      *
      *   BUSDATE MAY BE DUMMY - THE SYSTEM DATE IS THEN USED.           *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     TABLE OVERFLOWS ARE COUNTED AND DISPLAYED                    *
      *     FED-CLAIMS REGISTER OVERFLOW - THE RUN IS ABENDED            *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *     CKETRLST ---- TRAILER LIST ELEMENT                           *
      *     CKETRGET ---- TRAILER GET ELEMENT                            *
      *     CKDCEXIN ---- DATE CONVERSION                                *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     DTHINTTB STATE CLAIM-INTEREST RATE AND RULE TABLE            *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 BINARY1            COMP PIC S9(04) VALUE +1.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM       PIC X(8) VALUE 'VSAMX'.
           05 REPORT-FILE-STATUS             PIC X(02).
           05 PAYMENT-FEED-FILE-STATUS       PIC X(02).
           05 RULE-TABLE-FILE-STATUS         PIC X(02).
           05 FED-PRIOR-FILE-STATUS          PIC X(02).
           05 FED-TODAY-FILE-STATUS          PIC X(02).

      * SWITCHES AREA
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.

           05 HIST-EOF-IND                   PIC X(1).
              88 HIST-EOF                    VALUE 'Y'.

           05 WS-FILE-IND                    PIC X(1).
              88 INFORCE-FILE                VALUE 'I'.
              88 HISTORY-FILE                VALUE 'H'.

           05 CARD-EOF-IND                   PIC X(1).
              88 CARD-EOF                    VALUE 'Y'.

           05 BUSDATE-EOF-IND                PIC X(1).
              88 BUSDATE-EOF                 VALUE 'Y'.

           05 RULE-TABLE-EOF-IND             PIC X(1).
              88 RULE-TABLE-EOF              VALUE 'Y'.

           05 CLAIM-EVENT-EOF-IND            PIC X(1).
              88 CLAIM-EVENT-EOF             VALUE 'Y'.

           05 FED-PRIOR-EOF-IND              PIC X(1).
              88 FED-PRIOR-EOF               VALUE 'Y'.

      * I-O READ ONLY DATA
           05 WS-IO-CODE                     PIC X(1).
              88 INFORCE-IO-COMPLETED        VALUE '0'.
              88 INFORCE-IO-EOF              VALUE '6'.

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

      * HISTORY READ ONLY DATA
           05 SDT-H-TABLE-NAME         PIC X(08) VALUE 'CKESDTBH'.
           05 HISTORY-FILE-LENGTH      COMP PIC S9(4).
           05 HISTORY-VSAMX-INFO.
               10 FILLER           PIC X(7)   VALUE 'FVDULHD'.
               10 FILLER           PIC X      VALUE LOW-VALUE.
               10 FILLER           PIC X      VALUE ' '.
               10 FILLER           PIC X(11)  VALUE LOW-VALUES.
       EJECT

       01 VARIABLE-WORK-AREA.
           05 WS-SEG-ID             PIC X(02).
           05 WS-SEG-SEQ            COMP-3 PIC S9(5).
           05 WS-SEG-WORK-AREA      PIC X(25000) VALUE SPACE.

      * TRANSACTION CLASSIFICATION, SAME VALUES AS THE SEGMENT 69
      * ACTIVITY BREAKDOWN ON NYFPVUL'S OWN REPORT
           05 CHECK-TRANS-OUT                      PIC X(02).
              88 TERM-DEATH                        VALUE 'TD'.

      * LOOK-BACK WINDOW AND INDEX RATE - SYSIPT OVERRIDABLE
           05 WS-LOOKBACK-DAYS             PIC 9(03) VALUE 365.
           05 WS-INDEX-RATE                PIC 9(01)V9(05) VALUE ZERO.

      * BUSINESS DATE - SYSTEM DATE UNLESS BUSDATE CARRIES ONE
           05 WS-CURR-DATE.
              10 WS-CURR-YEAR              PIC 9(02).
              10 WS-CURR-MO                PIC 9(02).
              10 WS-CURR-DAY               PIC 9(02).
           05 WS-RUN-DATE.
              10 WS-RUN-MM                 PIC 9(02).
              10 WS-RUN-DD                 PIC 9(02).
              10 WS-RUN-CC                 PIC 9(02) VALUE 20.
              10 WS-RUN-YY                 PIC 9(02).
           05 WS-BUSDATE-CARD              PIC X(80) VALUE SPACE.
           05 WS-INT-RUN-DATE              COMP-3.
              10 WS-INT-RUN-YEAR           PIC S9(03).
              10 WS-INT-RUN-DAY            PIC S9(03).

      * CLAIM EVENT DATE CONVERSION
           05 WS-EVENT-DATE                PIC X(08).
           05 WS-INT-EVENT-DATE            COMP-3.
              10 WS-INT-EVENT-YEAR         PIC S9(03).
              10 WS-INT-EVENT-DAY          PIC S9(03).

      * CURRENT CONTRACT AND CLAIM
           05 WS-ISSUE-DATE                PIC X(08).
           05 WS-INT-ISSUE-DATE            COMP-3.
              10 WS-INT-ISSUE-YEAR         PIC S9(03).
              10 WS-INT-ISSUE-DAY          PIC S9(03).
           05 WS-INT-DEATH-YEAR            PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-DEATH-DAY             PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-THRU-YEAR             PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-THRU-DAY              PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-START-YEAR            PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-START-DAY             PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-CLOCK-YEAR            PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-CLOCK-DAY             PIC S9(05) COMP-3 VALUE +0.
           05 WS-DAYS-SINCE-DEATH          PIC S9(05) COMP-3 VALUE +0.
           05 WS-INTEREST-DAYS             PIC S9(05) COMP-3 VALUE +0.
           05 WS-CLOCK-DAYS                PIC S9(05) COMP-3 VALUE +0.
           05 WS-DAYS-PAST-DUE             PIC S9(05) COMP-3 VALUE +0.
           05 WS-CLAIM-RATE                PIC 9(01)V9(05) VALUE ZERO.
           05 WS-PROCEEDS                  PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-INTEREST                  PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-CLAIM-TOTAL               PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-RULE-STATE                PIC X(02).
           05 WS-RULE-SUB                  PIC S9(05) COMP-3 VALUE +0.
           05 WS-FOUND-RULE-SUB            PIC S9(05) COMP-3 VALUE +0.
           05 WS-CE-SUB                    PIC S9(05) COMP-3 VALUE +0.
           05 WS-SEARCH-POLICY             PIC X(10).
           05 WS-CLAIM-PAID-IND            PIC X(01).
              88 WS-CLAIM-PAID             VALUE 'Y'.
           05 WS-PROOF-ON-FILE-IND         PIC X(01).
              88 WS-PROOF-ON-FILE          VALUE 'Y'.
           05 WS-PAST-DEADLINE-IND         PIC X(01).
              88 WS-PAST-DEADLINE          VALUE 'Y'.
           05 WS-CLAIM-HELD-IND            PIC X(01).
              88 WS-CLAIM-HELD             VALUE 'Y'.
           05 WS-CLAIM-FED-IND             PIC X(01).
              88 WS-CLAIM-FED              VALUE 'Y'.
           05 WS-FT-SUB                    PIC S9(05) COMP-3 VALUE +0.
           05 WS-FED-AGE-DAYS              PIC S9(05) COMP-3 VALUE +0.
           05 WS-CLAIM-REMARK              PIC X(20).

      * TOTALS
           05 WS-TOT-CLAIM-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-TOT-PROCEEDS       PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-INTEREST       PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-PAYABLE        PIC S9(13)V99 COMP-3 VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NOT-ON-INFORCE-CNT PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-TD-FOUND-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-TD-OUTSIDE-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-EVENT-LOADED-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-EVENT-OVFL-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-RULE-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-PAID-CNT           PIC S9(9) COMP-3 VALUE +0.
           05 WS-FEED-CNT           PIC S9(9) COMP-3 VALUE +0.
           05 WS-HELD-CNT           PIC S9(9) COMP-3 VALUE +0.
           05 WS-PAST-DEADLINE-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-FED-PRIOR-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-ALREADY-FED-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-FED-AGED-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-FED-WRITE-CNT      PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      * ISSUE STATE/OWNER STATE/ISSUE DATE LOOKUP, BUILT ON THE VSAM2   *
      * BROWSE PASS AND READ FORWARD ON THE VSAMX BROWSE PASS           *
      ********************************************************************

       01 INF-LOOKUP-TABLE.
           05 INF-LKUP-USED          PIC S9(05) COMP-3 VALUE +0.
           05 INF-LKUP-ENTRY OCCURS 20000 TIMES
                                     INDEXED BY INF-LKUP-IDX.
               10 INF-LKUP-POL-NUM     PIC X(10).
               10 INF-LKUP-ISSUE-STATE PIC X(02).
               10 INF-LKUP-OWNER-STATE PIC X(02).
               10 INF-LKUP-INT-ISSUE   COMP-3.
                  15 INF-LKUP-ISSUE-YEAR PIC S9(03).
                  15 INF-LKUP-ISSUE-DAY  PIC S9(03).
       EJECT

      ********************************************************************
      * STATE CLAIM-INTEREST TABLE (DTHINTTB)                           *
      ********************************************************************

       01 STATE-RULE-TABLE.
           05 SR-USED                PIC S9(05) COMP-3 VALUE +0.
           05 SR-ENTRY OCCURS 70 TIMES.
               10 SR-STATE           PIC X(02).
               10 SR-STATE-NAME      PIC X(20).
               10 SR-RATE-BASIS      PIC X(01).
                  88 SR-INDEX-RATE-BASIS    VALUE 'I'.
               10 SR-RATE            PIC 9(01)V9(05).
               10 SR-START-EVENT     PIC X(01).
                  88 SR-START-AT-PROOF      VALUE 'P'.
               10 SR-MINIMUM-DAYS    PIC 9(03).
               10 SR-PROMPT-PAY-DAYS PIC 9(03).

       01 RT-RULE-TABLE-RECORD.
           05 RT-STATE               PIC X(02).
           05 RT-RATE-BASIS          PIC X(01).
           05 RT-RATE                PIC 9(01)V9(05).
           05 RT-START-EVENT         PIC X(01).
           05 RT-MINIMUM-DAYS        PIC 9(03).
           05 RT-PROMPT-PAY-DAYS     PIC 9(03).
           05 RT-STATE-NAME          PIC X(20).
           05 FILLER                 PIC X(44).
       EJECT

      ********************************************************************
      * CLAIM EVENTS (CLMEVTIN) - PROOF-OF-DEATH AND PAID DATES        *
      ********************************************************************

       01 CLAIM-EVENT-TABLE.
           05 CE-USED                PIC S9(05) COMP-3 VALUE +0.
           05 CE-ENTRY OCCURS 5000 TIMES.
               10 CE-POL-NUM         PIC X(10).
               10 CE-PROOF-DATE      PIC X(08).
               10 CE-PROOF-YEAR      PIC S9(03) COMP-3.
               10 CE-PROOF-DAY       PIC S9(03) COMP-3.
               10 CE-PAID-DATE       PIC X(08).
               10 CE-PAID-YEAR       PIC S9(03) COMP-3.
               10 CE-PAID-DAY        PIC S9(03) COMP-3.

       01 EV-CLAIM-EVENT-RECORD.
           05 EV-POLICY-NUMBER       PIC X(10).
           05 EV-PROOF-DATE          PIC X(08).
           05 EV-PAID-DATE           PIC X(08).
           05 FILLER                 PIC X(54).
       EJECT

      ********************************************************************
      * FED-CLAIMS REGISTER (FEDPRI IN, FEDTDY OUT) - EVERY CLAIM PUT ON *
      * DINTPAY, SO THAT NO CLAIM IS FED TWICE                           *
      ********************************************************************

       01 FED-CLAIM-TABLE.
           05 FT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 FT-ENTRY OCCURS 10000 TIMES.
               10 FT-POL-NUM         PIC X(10).
               10 FT-TD-YEAR         PIC 9(03).
               10 FT-TD-DAY          PIC 9(03).
               10 FT-DEATH-YEAR      PIC 9(03).
               10 FT-DEATH-DAY       PIC 9(03).
               10 FT-FED-DATE        PIC X(08).
               10 FT-PAY-AMOUNT      PIC 9(09)V99.

       01 FR-FED-CLAIM-RECORD.
           05 FR-POLICY-NUMBER       PIC X(10).
           05 FR-TD-YEAR             PIC 9(03).
           05 FR-TD-DAY              PIC 9(03).
           05 FR-DEATH-YEAR          PIC 9(03).
           05 FR-DEATH-DAY           PIC 9(03).
           05 FR-FED-DATE            PIC X(08).
           05 FR-PAY-AMOUNT          PIC 9(09)V99.
           05 FILLER                 PIC X(39).
       EJECT

      ********************************************************************
      *                    ESSENTIAL SEGMENTS ONLY                      *
      ********************************************************************

       COPY CKFRECCV.
       EJECT

       COPY CKFRECAU.
       EJECT

       01 TRANSACTION-SEGMENT.
          COPY CKFRECTX.
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
      * HISTORY RECORD CONTROL SECTION                                   *
      ********************************************************************

       COPY CKNRECRC.
       05 FILLER                   PIC X(13980).
       EJECT

       01 HISTORY-FILE-DCB.
          COPY CKDCBLRG.
          COPY CKUBGPRM.
       EJECT

       01 HISTORY-FILE-AUXDCB       PIC X(25000).
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                            BY AUX-HIST-DCB.
       EJECT
       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE BY
                            HISTORY-AUX-SDT.
       EJECT

      ********************************************************************
      * REPORT RECORD - ONE INTEREST CALCULATION ROW PER DEATH CLAIM    *
      ********************************************************************

       01 RP-RECORD.
           05 RP-RECORD-TYPE         PIC X(01).
              88 RP-CLAIM-ROW        VALUE 'C'.
              88 RP-TOTAL-ROW        VALUE 'T'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-CLAIM-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-ISSUE-STATE         PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-OWNER-STATE         PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RULE-STATE          PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RATE-BASIS          PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RATE                PIC 9.9(5).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-START-EVENT         PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-TD-YEAR             PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-TD-DAY              PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-DAYS-SINCE-DEATH    PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-PROOF-DATE          PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-PAID-DATE           PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-INTEREST-DAYS       PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-MINIMUM-DAYS        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-PROCEEDS            PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-INTEREST            PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-CLAIM-TOTAL         PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-PROMPT-PAY-DAYS     PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-DAYS-PAST-DUE       PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-PAST-DEADLINE-IND   PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-REMARK              PIC X(20).
           05 FILLER                 PIC X(68) VALUE SPACES.
       EJECT

      ********************************************************************
      * DISBURSEMENT FEED - AMOUNT TO PAY ON EACH UNPAID DEATH CLAIM    *
      ********************************************************************

       01 PF-RECORD.
           05 PF-POLICY-NUMBER       PIC X(10).
           05 PF-RULE-STATE          PIC X(02).
           05 PF-THRU-DATE           PIC X(08).
           05 PF-PROCEEDS            PIC 9(09)V99.
           05 PF-INTEREST            PIC 9(09)V99.
           05 PF-PAY-AMOUNT          PIC 9(09)V99.
           05 PF-INTEREST-DAYS       PIC 9(05).
           05 PF-RATE                PIC 9(01)V9(05).
           05 PF-TD-YEAR             PIC 9(03).
           05 PF-TD-DAY              PIC 9(03).
           05 PF-PAST-DEADLINE-IND   PIC X(01).
           05 FILLER                 PIC X(29) VALUE SPACES.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYDTHINT WORKING STORAGE ENDS  '.
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

      * PASS 1 - BROWSE VSAM2 AND BUILD THE STATE/ISSUE DATE LOOKUP
           MOVE SPACE TO END-OF-FILE-INDICATOR.
           PERFORM 2000-BUILD-STATE-LOOKUP
               THRU 2000-BUILD-STATE-LOOKUP-EXIT
               UNTIL END-OF-FILE.

      * PASS 2 - BROWSE VSAMX AND COMPUTE INTEREST ON EACH DEATH CLAIM
           MOVE SPACE TO HIST-EOF-IND.
           SET INF-LKUP-IDX TO 1.
           PERFORM 3000-PROCESS-HISTORY
               THRU 3000-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

           PERFORM 4200-WRITE-TOTAL-LINE
               THRU 4299-WRITE-TOTAL-LINE-EXIT.

           PERFORM 4300-WRITE-FED-REGISTER
               THRU 4399-WRITE-FED-REGISTER-EXIT.

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
           MOVE LOW-VALUES TO HISTORY-FILE-DCB.
           INITIALIZE HISTORY-RECORD.
           MOVE ZERO TO INF-LKUP-USED SR-USED CE-USED FT-USED.
           INITIALIZE INF-LOOKUP-TABLE.

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
           CALL 'CKDCEXIN' USING WS-RUN-DATE WS-INT-RUN-DATE.

           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               IF CONTROL-CARD-REC (1:3) NUMERIC
                   MOVE CONTROL-CARD-REC (1:3) TO WS-LOOKBACK-DAYS
               END-IF
               IF CONTROL-CARD-REC (5:6) NUMERIC
                   MOVE CONTROL-CARD-REC (5:6) TO WS-INDEX-RATE
               END-IF
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           DISPLAY 'DEATH CLAIM INTEREST DATE: '    WS-RUN-DATE.
           DISPLAY 'LOOK-BACK WINDOW DAYS: '        WS-LOOKBACK-DAYS.
           DISPLAY 'CURRENT INDEX RATE: '           WS-INDEX-RATE.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN DINTRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT PAYMENT-FEED-FILE.
           IF PAYMENT-FEED-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN DINTPAY FAILED, STATUS = '
                       PAYMENT-FEED-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT FED-TODAY-FILE.
           IF FED-TODAY-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN FEDTDY FAILED, STATUS = '
                       FED-TODAY-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

      * LOAD THE STATE CLAIM-INTEREST TABLE, THE CLAIM EVENTS AND THE
      * FED-CLAIMS REGISTER
           PERFORM 1300-LOAD-RULE-TABLE
               THRU 1399-LOAD-RULE-TABLE-EXIT.

           MOVE 'N' TO CLAIM-EVENT-EOF-IND.
           OPEN INPUT CLAIM-EVENT-FILE.
           PERFORM 1400-LOAD-CLAIM-EVENTS
               THRU 1499-LOAD-CLAIM-EVENTS-EXIT
               UNTIL CLAIM-EVENT-EOF.
           CLOSE CLAIM-EVENT-FILE.

           MOVE 'N' TO FED-PRIOR-EOF-IND.
           OPEN INPUT FED-PRIOR-FILE.
           IF FED-PRIOR-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN FEDPRI FAILED, STATUS = '
                       FED-PRIOR-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           PERFORM 1500-LOAD-FED-REGISTER
               THRU 1599-LOAD-FED-REGISTER-EXIT
               UNTIL FED-PRIOR-EOF.
           CLOSE FED-PRIOR-FILE.

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

           MOVE '4' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-DUMMY
                                  INFORCE-FILE-DCB
                                  WS-DUMMY
                                  WS-DUMMY.

           MOVE HISTORY-VSAMX-INFO TO UBHIST-HISTORY-VSAMX.
           MOVE '6' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY
                                  UBHIST-HISTORY-VSAMX.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'OPEN HISTORY FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE '4' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-DUMMY
                                  HISTORY-FILE-DCB
                                  WS-DUMMY
                                  WS-DUMMY
                                  WS-DUMMY
                                  AUX-HIST-DCB
                                  HISTORY-AUX-SDT.

       1199-OPEN-FILES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *          LOAD THE STATE CLAIM-INTEREST RATE AND RULE TABLE      *
      ********************************************************************

       1300-LOAD-RULE-TABLE.

           MOVE 'N' TO RULE-TABLE-EOF-IND.
           OPEN INPUT RULE-TABLE-FILE.
           IF RULE-TABLE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN DTHINTTB FAILED, STATUS = '
                       RULE-TABLE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       1350-LOAD-RULE-TABLE-RTN.

           READ RULE-TABLE-FILE INTO RT-RULE-TABLE-RECORD
               AT END SET RULE-TABLE-EOF TO TRUE
           END-READ.

           IF RULE-TABLE-EOF
               GO TO 1380-LOAD-RULE-TABLE-DONE
           END-IF.

           IF RT-STATE = SPACE
               GO TO 1350-LOAD-RULE-TABLE-RTN
           END-IF.

           IF SR-USED NOT LESS THAN 70
               DISPLAY 'CLAIM INTEREST TABLE EXCEEDS 70 ENTRIES - ROWS'
               DISPLAY 'BEYOND THE CAP ARE IGNORED'
               GO TO 1380-LOAD-RULE-TABLE-DONE
           END-IF.

           ADD +1 TO SR-USED.
           MOVE RT-STATE        TO SR-STATE (SR-USED).
           MOVE RT-STATE-NAME   TO SR-STATE-NAME (SR-USED).
           MOVE RT-RATE-BASIS   TO SR-RATE-BASIS (SR-USED).
           MOVE RT-START-EVENT  TO SR-START-EVENT (SR-USED).
           IF RT-RATE NUMERIC
               MOVE RT-RATE     TO SR-RATE (SR-USED)
           ELSE
               MOVE ZERO        TO SR-RATE (SR-USED)
           END-IF.
           IF RT-MINIMUM-DAYS NUMERIC
               MOVE RT-MINIMUM-DAYS TO SR-MINIMUM-DAYS (SR-USED)
           ELSE
               MOVE ZERO            TO SR-MINIMUM-DAYS (SR-USED)
           END-IF.
           IF RT-PROMPT-PAY-DAYS NUMERIC
               MOVE RT-PROMPT-PAY-DAYS TO SR-PROMPT-PAY-DAYS (SR-USED)
           ELSE
               MOVE ZERO               TO SR-PROMPT-PAY-DAYS (SR-USED)
           END-IF.

           GO TO 1350-LOAD-RULE-TABLE-RTN.

       1380-LOAD-RULE-TABLE-DONE.

           CLOSE RULE-TABLE-FILE.
           DISPLAY 'CLAIM INTEREST TABLE ENTRIES: ' SR-USED.

       1399-LOAD-RULE-TABLE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CLMEVTIN - PROOF-OF-DEATH AND PAID DATES BY POLICY. A LATER    *
      *  ROW FOR THE SAME POLICY REPLACES THE EARLIER DATES.            *
      ********************************************************************

       1400-LOAD-CLAIM-EVENTS.

           READ CLAIM-EVENT-FILE INTO EV-CLAIM-EVENT-RECORD
               AT END
                   SET CLAIM-EVENT-EOF TO TRUE
                   GO TO 1499-LOAD-CLAIM-EVENTS-EXIT
           END-READ.

           IF EV-POLICY-NUMBER EQUAL SPACE
               GO TO 1499-LOAD-CLAIM-EVENTS-EXIT
           END-IF.

           MOVE EV-POLICY-NUMBER TO WS-SEARCH-POLICY.
           PERFORM 3710-FIND-CLAIM-EVENT
               THRU 3719-FIND-CLAIM-EVENT-EXIT.

           IF WS-CE-SUB EQUAL ZERO
               AND CE-USED NOT LESS THAN 5000
               ADD +1 TO WS-EVENT-OVFL-CNT
               GO TO 1499-LOAD-CLAIM-EVENTS-EXIT
           END-IF.

           IF WS-CE-SUB EQUAL ZERO
               ADD +1 TO CE-USED
               MOVE CE-USED TO WS-CE-SUB
           END-IF.

           ADD +1 TO WS-EVENT-LOADED-CNT.
           MOVE EV-POLICY-NUMBER TO CE-POL-NUM (WS-CE-SUB).

           MOVE SPACE TO CE-PROOF-DATE (WS-CE-SUB).
           MOVE ZERO  TO CE-PROOF-YEAR (WS-CE-SUB)
                         CE-PROOF-DAY (WS-CE-SUB).
           IF EV-PROOF-DATE NOT EQUAL SPACE
               AND EV-PROOF-DATE NUMERIC
               MOVE EV-PROOF-DATE TO WS-EVENT-DATE
               CALL 'CKDCEXIN' USING WS-EVENT-DATE WS-INT-EVENT-DATE
               MOVE EV-PROOF-DATE     TO CE-PROOF-DATE (WS-CE-SUB)
               MOVE WS-INT-EVENT-YEAR TO CE-PROOF-YEAR (WS-CE-SUB)
               MOVE WS-INT-EVENT-DAY  TO CE-PROOF-DAY (WS-CE-SUB)
           END-IF.

           MOVE SPACE TO CE-PAID-DATE (WS-CE-SUB).
           MOVE ZERO  TO CE-PAID-YEAR (WS-CE-SUB)
                         CE-PAID-DAY (WS-CE-SUB).
           IF EV-PAID-DATE NOT EQUAL SPACE
               AND EV-PAID-DATE NUMERIC
               MOVE EV-PAID-DATE TO WS-EVENT-DATE
               CALL 'CKDCEXIN' USING WS-EVENT-DATE WS-INT-EVENT-DATE
               MOVE EV-PAID-DATE      TO CE-PAID-DATE (WS-CE-SUB)
               MOVE WS-INT-EVENT-YEAR TO CE-PAID-YEAR (WS-CE-SUB)
               MOVE WS-INT-EVENT-DAY  TO CE-PAID-DAY (WS-CE-SUB)
           END-IF.

       1499-LOAD-CLAIM-EVENTS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  FEDPRI - THE CLAIMS ALREADY PUT ON DINTPAY BY EARLIER RUNS      *
      ********************************************************************

       1500-LOAD-FED-REGISTER.

           READ FED-PRIOR-FILE INTO FR-FED-CLAIM-RECORD
               AT END
                   SET FED-PRIOR-EOF TO TRUE
                   GO TO 1599-LOAD-FED-REGISTER-EXIT
           END-READ.

           IF FR-POLICY-NUMBER EQUAL SPACE
               GO TO 1599-LOAD-FED-REGISTER-EXIT
           END-IF.

      * A ROW LEFT OFF THE TABLE WOULD LET ITS CLAIM BE FED AGAIN, SO
      * AN OVERFLOW STOPS THE RUN RATHER THAN BEING COUNTED
           IF FT-USED NOT LESS THAN 10000
               DISPLAY 'FED-CLAIMS REGISTER EXCEEDS 10000 ENTRIES'
               GO TO EOJ9900-ABEND
           END-IF.

           ADD +1 TO FT-USED.
           ADD +1 TO WS-FED-PRIOR-CNT.
           MOVE FR-POLICY-NUMBER TO FT-POL-NUM (FT-USED).
           MOVE FR-TD-YEAR       TO FT-TD-YEAR (FT-USED).
           MOVE FR-TD-DAY        TO FT-TD-DAY (FT-USED).
           MOVE FR-DEATH-YEAR    TO FT-DEATH-YEAR (FT-USED).
           MOVE FR-DEATH-DAY     TO FT-DEATH-DAY (FT-USED).
           MOVE FR-FED-DATE      TO FT-FED-DATE (FT-USED).
           MOVE FR-PAY-AMOUNT    TO FT-PAY-AMOUNT (FT-USED).

       1599-LOAD-FED-REGISTER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PASS 1 - READ INFORCE AND RECORD ISSUE STATE, OWNER STATE AND  *
      *  ISSUE DATE BY CONTRACT                                          *
      ********************************************************************

       2000-BUILD-STATE-LOOKUP.

           PERFORM 2100-READ-INFORCE
               THRU 2199-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 2000-BUILD-STATE-LOOKUP-EXIT
           END-IF.

           ADD +1 TO WS-INFORCE-READ-CNT.

           SET INFORCE-FILE TO TRUE.
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '02' TO WS-SEG-ID.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2000-BUILD-STATE-LOOKUP-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF INF-LKUP-USED NOT LESS THAN 20000
               ADD +1 TO WS-LOOKUP-OVFL-CNT
               GO TO 2000-BUILD-STATE-LOOKUP-EXIT
           END-IF.

           ADD +1 TO INF-LKUP-USED.
           SET INF-LKUP-IDX TO INF-LKUP-USED.
           MOVE FRCCNTRT-CONTRACT-NUMBER
               TO INF-LKUP-POL-NUM (INF-LKUP-IDX).
           MOVE ISSUE-STATE OF CV-SEGMENT
               TO INF-LKUP-ISSUE-STATE (INF-LKUP-IDX).

           MOVE ZERO TO WS-INT-ISSUE-YEAR WS-INT-ISSUE-DAY.
           MOVE ISSUE-DATE OF CV-SEGMENT TO WS-ISSUE-DATE.
           IF WS-ISSUE-DATE NOT EQUAL SPACE
               AND WS-ISSUE-DATE NUMERIC
               CALL 'CKDCEXIN' USING WS-ISSUE-DATE WS-INT-ISSUE-DATE
           END-IF.
           MOVE WS-INT-ISSUE-YEAR
               TO INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX).
           MOVE WS-INT-ISSUE-DAY
               TO INF-LKUP-ISSUE-DAY (INF-LKUP-IDX).

      * OWNER STATE OF RESIDENCE OFF THE AU SEGMENT
           MOVE SPACE TO INF-LKUP-OWNER-STATE (INF-LKUP-IDX).
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '18' TO WS-SEG-ID.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE EQUAL '0'
               MOVE WS-SEG-WORK-AREA TO AU-SEGMENT
               MOVE STATE OF AU-SEGMENT
                   TO INF-LKUP-OWNER-STATE (INF-LKUP-IDX)
           END-IF.

       2000-BUILD-STATE-LOOKUP-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *T  THIS ROUTINE WILL READ THE INFORCE FILE AND DO A TRAILER
      *T  LIST ON THE RECORD.
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
               SET END-OF-FILE TO TRUE
               GO TO 2199-READ-INFORCE-EXIT
           END-IF.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'INFORCE READ ERROR'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

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
               DISPLAY 'ERROR IN SDT BUILD AUX1, RC = ' WS-IO-CODE
               DISPLAY 'POLICY NUMBER = ' FRCCNTRT-CONTRACT-NUMBER
               GO TO EOJ9900-ABEND
           END-IF.

       2199-READ-INFORCE-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *       THIS ROUTINE WILL GET A SEGMENT TRAILER FOR INFORCE      *
      ******************************************************************

       SUB7000-GET-TRLR.

           ADD +1 TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.

           IF INFORCE-FILE
               CALL 'CKETRGET' USING WS-SEG-ID
                                      WS-SEG-SEQ
                                      WS-SEG-WORK-AREA
                                      WS-DUMMY
                                      WS-IO-CODE
                                      WS-DUMMY
                                      INFORCE-FILE-DCB
           END-IF.

           IF HISTORY-FILE
               CALL 'CKETRGET' USING WS-SEG-ID
                                      WS-SEG-SEQ
                                      WS-SEG-WORK-AREA
                                      WS-DUMMY
                                      WS-IO-CODE
                                      WS-DUMMY
                                      HISTORY-FILE-DCB
           END-IF.

       SUB7999-GET-TRLR-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PASS 2 - READ VSAMX AND COMPUTE INTEREST ON EVERY TERM-DEATH   *
      *  ENTRY WHOSE DATE OF DEATH IS INSIDE THE LOOK-BACK WINDOW       *
      ********************************************************************

       3000-PROCESS-HISTORY.

           PERFORM 3100-READ-NEXT-HISTORY
               THRU 3199-READ-NEXT-HISTORY-EXIT.

           IF HIST-EOF
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           ADD +1 TO WS-HISTORY-READ-CNT.

           PERFORM 3650-LOOKUP-CONTRACT
               THRU 3659-LOOKUP-CONTRACT-EXIT.

           IF INF-LKUP-IDX GREATER THAN INF-LKUP-USED
               OR INF-LKUP-POL-NUM (INF-LKUP-IDX) NOT EQUAL
                   NRCSRCHK-POL-NUMBER
               ADD +1 TO WS-NOT-ON-INFORCE-CNT
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           IF INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) EQUAL ZERO
               ADD +1 TO WS-NO-ISSUE-DATE-CNT
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           SET HISTORY-FILE TO TRUE.
           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       3620-NEXT-SEG-69.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF NOT TERM-DEATH
               GO TO 3620-NEXT-SEG-69
           END-IF.

           ADD +1 TO WS-TD-FOUND-CNT.

      * DATE OF DEATH - ISSUE DATE PLUS THE TD ENTRY'S DURATION
           COMPUTE WS-INT-DEATH-YEAR =
               INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) + TXASOF-YEAR.
           COMPUTE WS-INT-DEATH-DAY =
               INF-LKUP-ISSUE-DAY (INF-LKUP-IDX) + TXASOF-DAY.
           IF WS-INT-DEATH-DAY GREATER THAN 365
               SUBTRACT 365 FROM WS-INT-DEATH-DAY
               ADD +1 TO WS-INT-DEATH-YEAR
           END-IF.

           COMPUTE WS-DAYS-SINCE-DEATH =
               (WS-INT-RUN-YEAR - WS-INT-DEATH-YEAR) * 365 +
               (WS-INT-RUN-DAY - WS-INT-DEATH-DAY).

           IF WS-DAYS-SINCE-DEATH LESS THAN ZERO
               OR WS-DAYS-SINCE-DEATH GREATER THAN WS-LOOKBACK-DAYS
               ADD +1 TO WS-TD-OUTSIDE-CNT
               GO TO 3620-NEXT-SEG-69
           END-IF.

           PERFORM 3700-COMPUTE-CLAIM-INTEREST
               THRU 3799-COMPUTE-CLAIM-INTEREST-EXIT.

           PERFORM 3800-WRITE-CLAIM
               THRU 3899-WRITE-CLAIM-EXIT.

           GO TO 3620-NEXT-SEG-69.

       3000-PROCESS-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                  READ THE NEXT HISTORY RECORD                   *
      ********************************************************************

       3100-READ-NEXT-HISTORY.

           MOVE '8' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY
                                  UBHIST-HISTORY-VSAMX.

           IF WS-IO-CODE EQUAL '6'
               SET HIST-EOF TO TRUE
               GO TO 3199-READ-NEXT-HISTORY-EXIT
           END-IF.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'HISTORY READ ERROR'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE '4' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-DUMMY
                                  HISTORY-FILE-DCB
                                  WS-DUMMY
                                  WS-DUMMY
                                  WS-DUMMY
                                  AUX-HIST-DCB
                                  HISTORY-AUX-SDT.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'ERROR IN ETRLST, RC = ' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

       3199-READ-NEXT-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  POSITION THE LOOKUP ON THE CURRENT HISTORY CONTRACT. BOTH       *
      *  FILES ARE IN CONTRACT ORDER, SO THE INDEX ONLY MOVES FORWARD    *
      *  AND STOPS AT THE FIRST ENTRY NOT LOWER THAN THE CONTRACT.       *
      ********************************************************************

       3650-LOOKUP-CONTRACT.

           IF INF-LKUP-IDX GREATER THAN INF-LKUP-USED
               GO TO 3659-LOOKUP-CONTRACT-EXIT
           END-IF.

           IF INF-LKUP-POL-NUM (INF-LKUP-IDX) LESS THAN
                   NRCSRCHK-POL-NUMBER
               SET INF-LKUP-IDX UP BY 1
               GO TO 3650-LOOKUP-CONTRACT
           END-IF.

       3659-LOOKUP-CONTRACT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  INTEREST ON ONE DEATH CLAIM. THE STATE RULE SETS THE RATE, THE *
      *  START EVENT AND THE MINIMUM DAYS; THE CLAIM EVENTS SET THE     *
      *  PROOF AND PAID DATES. AN UNPAID CLAIM RUNS TO THE BUSINESS     *
      *  DATE.                                                          *
      ********************************************************************

       3700-COMPUTE-CLAIM-INTEREST.

           MOVE TXGROSS-GROSS-AMOUNT TO WS-PROCEEDS.
           MOVE ZERO  TO WS-INTEREST WS-INTEREST-DAYS
                         WS-DAYS-PAST-DUE.
           MOVE 'N'   TO WS-CLAIM-PAID-IND WS-PROOF-ON-FILE-IND
                         WS-PAST-DEADLINE-IND WS-CLAIM-HELD-IND.
           MOVE SPACE TO WS-CLAIM-REMARK.

           MOVE NRCSRCHK-POL-NUMBER TO WS-SEARCH-POLICY.
           PERFORM 3710-FIND-CLAIM-EVENT
               THRU 3719-FIND-CLAIM-EVENT-EXIT.

      * INTEREST RUNS TO THE PAID DATE, OR TO TODAY WHILE UNPAID
           MOVE WS-INT-RUN-YEAR TO WS-INT-THRU-YEAR.
           MOVE WS-INT-RUN-DAY  TO WS-INT-THRU-DAY.
           IF WS-CE-SUB GREATER THAN ZERO
               AND CE-PAID-YEAR (WS-CE-SUB) GREATER THAN ZERO
               SET WS-CLAIM-PAID TO TRUE
               MOVE CE-PAID-YEAR (WS-CE-SUB) TO WS-INT-THRU-YEAR
               MOVE CE-PAID-DAY (WS-CE-SUB)  TO WS-INT-THRU-DAY
           END-IF.
           IF WS-CE-SUB GREATER THAN ZERO
               AND CE-PROOF-YEAR (WS-CE-SUB) GREATER THAN ZERO
               SET WS-PROOF-ON-FILE TO TRUE
           END-IF.

           PERFORM 3730-FIND-RULE-STATE
               THRU 3739-FIND-RULE-STATE-EXIT.

           IF WS-FOUND-RULE-SUB EQUAL ZERO
               ADD +1 TO WS-NO-RULE-CNT
               MOVE ZERO TO WS-CLAIM-RATE
               MOVE 'NO STATE RULE' TO WS-CLAIM-REMARK
               SET WS-CLAIM-HELD TO TRUE
               GO TO 3799-COMPUTE-CLAIM-INTEREST-EXIT
           END-IF.

           MOVE SR-RATE (WS-FOUND-RULE-SUB) TO WS-CLAIM-RATE.
           IF SR-INDEX-RATE-BASIS (WS-FOUND-RULE-SUB)
               COMPUTE WS-CLAIM-RATE =
                   WS-INDEX-RATE + SR-RATE (WS-FOUND-RULE-SUB)
           END-IF.

      * PROMPT-PAY CLOCK STARTS AT PROOF OF DEATH, OR AT DEATH WHILE
      * NO PROOF DATE IS ON FILE
           MOVE WS-INT-DEATH-YEAR TO WS-INT-CLOCK-YEAR.
           MOVE WS-INT-DEATH-DAY  TO WS-INT-CLOCK-DAY.
           IF WS-PROOF-ON-FILE
               MOVE CE-PROOF-YEAR (WS-CE-SUB) TO WS-INT-CLOCK-YEAR
               MOVE CE-PROOF-DAY (WS-CE-SUB)  TO WS-INT-CLOCK-DAY
           END-IF.
           COMPUTE WS-CLOCK-DAYS =
               (WS-INT-THRU-YEAR - WS-INT-CLOCK-YEAR) * 365 +
               (WS-INT-THRU-DAY - WS-INT-CLOCK-DAY).
           IF NOT WS-CLAIM-PAID
               AND SR-PROMPT-PAY-DAYS (WS-FOUND-RULE-SUB)
                   GREATER THAN ZERO
               AND WS-CLOCK-DAYS GREATER THAN
                   SR-PROMPT-PAY-DAYS (WS-FOUND-RULE-SUB)
               SET WS-PAST-DEADLINE TO TRUE
               ADD +1 TO WS-PAST-DEADLINE-CNT
               COMPUTE WS-DAYS-PAST-DUE = WS-CLOCK-DAYS -
                   SR-PROMPT-PAY-DAYS (WS-FOUND-RULE-SUB)
           END-IF.

      * INTEREST START EVENT
           MOVE WS-INT-DEATH-YEAR TO WS-INT-START-YEAR.
           MOVE WS-INT-DEATH-DAY  TO WS-INT-START-DAY.
           IF SR-START-AT-PROOF (WS-FOUND-RULE-SUB)
               AND NOT WS-PROOF-ON-FILE
               MOVE 'AWAITING PROOF' TO WS-CLAIM-REMARK
               SET WS-CLAIM-HELD TO TRUE
               GO TO 3799-COMPUTE-CLAIM-INTEREST-EXIT
           END-IF.
           IF SR-START-AT-PROOF (WS-FOUND-RULE-SUB)
               MOVE CE-PROOF-YEAR (WS-CE-SUB) TO WS-INT-START-YEAR
               MOVE CE-PROOF-DAY (WS-CE-SUB)  TO WS-INT-START-DAY
           END-IF.

           COMPUTE WS-INTEREST-DAYS =
               (WS-INT-THRU-YEAR - WS-INT-START-YEAR) * 365 +
               (WS-INT-THRU-DAY - WS-INT-START-DAY).
           IF WS-INTEREST-DAYS LESS THAN ZERO
               MOVE ZERO TO WS-INTEREST-DAYS
           END-IF.

           IF WS-INTEREST-DAYS NOT GREATER THAN
               SR-MINIMUM-DAYS (WS-FOUND-RULE-SUB)
               MOVE 'WITHIN MINIMUM DAYS' TO WS-CLAIM-REMARK
               GO TO 3799-COMPUTE-CLAIM-INTEREST-EXIT
           END-IF.

           COMPUTE WS-INTEREST ROUNDED =
               WS-PROCEEDS * WS-CLAIM-RATE * WS-INTEREST-DAYS / 365.

       3799-COMPUTE-CLAIM-INTEREST-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  FIND THE CLAIM EVENT ROW FOR WS-SEARCH-POLICY. WS-CE-SUB IS    *
      *  ZERO WHEN THE POLICY HAS NONE.                                  *
      ********************************************************************

       3710-FIND-CLAIM-EVENT.

           MOVE ZERO TO WS-CE-SUB.

       3713-FIND-CLAIM-EVENT-SEARCH.

           ADD +1 TO WS-CE-SUB.

           IF WS-CE-SUB GREATER THAN CE-USED
               MOVE ZERO TO WS-CE-SUB
               GO TO 3719-FIND-CLAIM-EVENT-EXIT
           END-IF.

           IF CE-POL-NUM (WS-CE-SUB) EQUAL WS-SEARCH-POLICY
               GO TO 3719-FIND-CLAIM-EVENT-EXIT
           END-IF.

           GO TO 3713-FIND-CLAIM-EVENT-SEARCH.

       3719-FIND-CLAIM-EVENT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  GOVERNING STATE - THE ISSUE STATE'S RULE, OR THE OWNER STATE'S *
      *  WHEN THE ISSUE STATE HAS NO ROW. WS-FOUND-RULE-SUB IS ZERO     *
      *  WHEN NEITHER STATE IS ON THE TABLE.                             *
      ********************************************************************

       3730-FIND-RULE-STATE.

           MOVE INF-LKUP-ISSUE-STATE (INF-LKUP-IDX) TO WS-RULE-STATE.
           PERFORM 3740-FIND-RULE-ENTRY
               THRU 3749-FIND-RULE-ENTRY-EXIT.

           IF WS-FOUND-RULE-SUB GREATER THAN ZERO
               GO TO 3739-FIND-RULE-STATE-EXIT
           END-IF.

           IF INF-LKUP-OWNER-STATE (INF-LKUP-IDX) EQUAL SPACE
               GO TO 3739-FIND-RULE-STATE-EXIT
           END-IF.

           MOVE INF-LKUP-OWNER-STATE (INF-LKUP-IDX) TO WS-RULE-STATE.
           PERFORM 3740-FIND-RULE-ENTRY
               THRU 3749-FIND-RULE-ENTRY-EXIT.

           IF WS-FOUND-RULE-SUB EQUAL ZERO
               MOVE INF-LKUP-ISSUE-STATE (INF-LKUP-IDX) TO WS-RULE-STATE
           END-IF.

       3739-FIND-RULE-STATE-EXIT.
           EXIT.
       EJECT

       3740-FIND-RULE-ENTRY.

           MOVE ZERO TO WS-RULE-SUB.
           MOVE ZERO TO WS-FOUND-RULE-SUB.

       3743-FIND-RULE-ENTRY-SEARCH.

           ADD +1 TO WS-RULE-SUB.

           IF WS-RULE-SUB GREATER THAN SR-USED
               OR WS-RULE-STATE EQUAL SPACE
               GO TO 3749-FIND-RULE-ENTRY-EXIT
           END-IF.

           IF SR-STATE (WS-RULE-SUB) EQUAL WS-RULE-STATE
               MOVE WS-RULE-SUB TO WS-FOUND-RULE-SUB
               GO TO 3749-FIND-RULE-ENTRY-EXIT
           END-IF.

           GO TO 3743-FIND-RULE-ENTRY-SEARCH.

       3749-FIND-RULE-ENTRY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  FED-CLAIMS REGISTER ROW FOR THE CURRENT POLICY AND TD ENTRY.    *
      *  WS-FT-SUB IS ZERO WHEN THE CLAIM HAS NOT BEEN FED.              *
      ********************************************************************

       3760-FIND-FED-CLAIM.

           MOVE ZERO TO WS-FT-SUB.

       3763-FIND-FED-CLAIM-SEARCH.

           ADD +1 TO WS-FT-SUB.

           IF WS-FT-SUB GREATER THAN FT-USED
               MOVE ZERO TO WS-FT-SUB
               GO TO 3769-FIND-FED-CLAIM-EXIT
           END-IF.

           IF FT-POL-NUM (WS-FT-SUB) EQUAL NRCSRCHK-POL-NUMBER
               AND FT-TD-YEAR (WS-FT-SUB) EQUAL TXASOF-YEAR
               AND FT-TD-DAY (WS-FT-SUB) EQUAL TXASOF-DAY
               GO TO 3769-FIND-FED-CLAIM-EXIT
           END-IF.

           GO TO 3763-FIND-FED-CLAIM-SEARCH.

       3769-FIND-FED-CLAIM-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  REPORT ROW FOR THE CLAIM, AND A DISBURSEMENT FEED ROW WHILE    *
      *  THE CLAIM IS UNPAID, NOT HELD AND NOT ALREADY FED               *
      ********************************************************************

       3800-WRITE-CLAIM.

           COMPUTE WS-CLAIM-TOTAL = WS-PROCEEDS + WS-INTEREST.

           MOVE 'N' TO WS-CLAIM-FED-IND.
           PERFORM 3760-FIND-FED-CLAIM
               THRU 3769-FIND-FED-CLAIM-EXIT.
           IF WS-FT-SUB GREATER THAN ZERO
               SET WS-CLAIM-FED TO TRUE
           END-IF.

           ADD +1           TO WS-TOT-CLAIM-CNT.
           ADD WS-PROCEEDS  TO WS-TOT-PROCEEDS.
           ADD WS-INTEREST  TO WS-TOT-INTEREST.

           IF WS-CLAIM-REMARK EQUAL SPACE
               AND WS-CLAIM-FED
               AND NOT WS-CLAIM-PAID
               MOVE 'ALREADY FED' TO WS-CLAIM-REMARK
           END-IF.
           IF WS-CLAIM-REMARK EQUAL SPACE
               AND WS-PAST-DEADLINE
               MOVE 'PAST PROMPT-PAY' TO WS-CLAIM-REMARK
           END-IF.
           IF WS-CLAIM-REMARK EQUAL SPACE
               AND WS-CLAIM-PAID
               MOVE 'PAID' TO WS-CLAIM-REMARK
           END-IF.

           SET RP-CLAIM-ROW TO TRUE.
           MOVE WS-RUN-DATE                  TO RP-RUN-DATE.
           MOVE NRCSRCHK-POL-NUMBER          TO RP-POLICY-NUMBER.
           MOVE 1                            TO RP-CLAIM-COUNT.
           MOVE INF-LKUP-ISSUE-STATE (INF-LKUP-IDX) TO RP-ISSUE-STATE.
           MOVE INF-LKUP-OWNER-STATE (INF-LKUP-IDX) TO RP-OWNER-STATE.
           MOVE WS-RULE-STATE                TO RP-RULE-STATE.
           MOVE WS-CLAIM-RATE                TO RP-RATE.
           MOVE SPACE TO RP-RATE-BASIS RP-START-EVENT.
           MOVE ZERO  TO RP-MINIMUM-DAYS RP-PROMPT-PAY-DAYS.
           IF WS-FOUND-RULE-SUB GREATER THAN ZERO
               MOVE SR-RATE-BASIS (WS-FOUND-RULE-SUB)  TO RP-RATE-BASIS
               MOVE SR-START-EVENT (WS-FOUND-RULE-SUB) TO RP-START-EVENT
               MOVE SR-MINIMUM-DAYS (WS-FOUND-RULE-SUB)
                   TO RP-MINIMUM-DAYS
               MOVE SR-PROMPT-PAY-DAYS (WS-FOUND-RULE-SUB)
                   TO RP-PROMPT-PAY-DAYS
           END-IF.
           MOVE TXASOF-YEAR                  TO RP-TD-YEAR.
           MOVE TXASOF-DAY                   TO RP-TD-DAY.
           MOVE WS-DAYS-SINCE-DEATH          TO RP-DAYS-SINCE-DEATH.
           MOVE SPACE TO RP-PROOF-DATE RP-PAID-DATE.
           IF WS-CE-SUB GREATER THAN ZERO
               MOVE CE-PROOF-DATE (WS-CE-SUB) TO RP-PROOF-DATE
               MOVE CE-PAID-DATE (WS-CE-SUB)  TO RP-PAID-DATE
           END-IF.
           MOVE WS-INTEREST-DAYS             TO RP-INTEREST-DAYS.
           MOVE WS-PROCEEDS                  TO RP-PROCEEDS.
           MOVE WS-INTEREST                  TO RP-INTEREST.
           MOVE WS-CLAIM-TOTAL               TO RP-CLAIM-TOTAL.
           MOVE WS-DAYS-PAST-DUE             TO RP-DAYS-PAST-DUE.
           MOVE WS-PAST-DEADLINE-IND         TO RP-PAST-DEADLINE-IND.
           MOVE WS-CLAIM-REMARK              TO RP-REMARK.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE DINTRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           IF WS-CLAIM-PAID
               ADD +1 TO WS-PAID-CNT
               GO TO 3899-WRITE-CLAIM-EXIT
           END-IF.

      * NO RULE TO PAY UNDER, OR INTEREST THAT CANNOT START UNTIL PROOF
      * OF DEATH IS IN - THE CLAIM STAYS ON THE REPORT, OFF THE FEED
           IF WS-CLAIM-HELD
               ADD +1 TO WS-HELD-CNT
               GO TO 3899-WRITE-CLAIM-EXIT
           END-IF.

      * ON THE FED-CLAIMS REGISTER - DISBURSEMENT HAS IT ALREADY
           IF WS-CLAIM-FED
               ADD +1 TO WS-ALREADY-FED-CNT
               GO TO 3899-WRITE-CLAIM-EXIT
           END-IF.

           IF FT-USED NOT LESS THAN 10000
               DISPLAY 'FED-CLAIMS REGISTER EXCEEDS 10000 ENTRIES'
               GO TO EOJ9900-ABEND
           END-IF.

           ADD WS-CLAIM-TOTAL TO WS-TOT-PAYABLE.

           INITIALIZE PF-RECORD.
           MOVE NRCSRCHK-POL-NUMBER          TO PF-POLICY-NUMBER.
           MOVE WS-RULE-STATE                TO PF-RULE-STATE.
           MOVE WS-RUN-DATE                  TO PF-THRU-DATE.
           MOVE WS-PROCEEDS                  TO PF-PROCEEDS.
           MOVE WS-INTEREST                  TO PF-INTEREST.
           MOVE WS-CLAIM-TOTAL               TO PF-PAY-AMOUNT.
           MOVE WS-INTEREST-DAYS             TO PF-INTEREST-DAYS.
           MOVE WS-CLAIM-RATE                TO PF-RATE.
           MOVE TXASOF-YEAR                  TO PF-TD-YEAR.
           MOVE TXASOF-DAY                   TO PF-TD-DAY.
           MOVE WS-PAST-DEADLINE-IND         TO PF-PAST-DEADLINE-IND.

           WRITE PAYMENT-FEED-REC FROM PF-RECORD.
           IF PAYMENT-FEED-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE DINTPAY FAILED, STATUS = '
                       PAYMENT-FEED-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-FEED-CNT.

           ADD +1 TO FT-USED.
           MOVE NRCSRCHK-POL-NUMBER          TO FT-POL-NUM (FT-USED).
           MOVE TXASOF-YEAR                  TO FT-TD-YEAR (FT-USED).
           MOVE TXASOF-DAY                   TO FT-TD-DAY (FT-USED).
           MOVE WS-INT-DEATH-YEAR            TO FT-DEATH-YEAR (FT-USED).
           MOVE WS-INT-DEATH-DAY             TO FT-DEATH-DAY (FT-USED).
           MOVE WS-RUN-DATE                  TO FT-FED-DATE (FT-USED).
           MOVE WS-CLAIM-TOTAL               TO FT-PAY-AMOUNT (FT-USED).

       3899-WRITE-CLAIM-EXIT.
           EXIT.
       EJECT

       4200-WRITE-TOTAL-LINE.

           SET RP-TOTAL-ROW TO TRUE.
           MOVE WS-RUN-DATE       TO RP-RUN-DATE.
           MOVE 'ALL CLAIMS'      TO RP-POLICY-NUMBER.
           MOVE WS-TOT-CLAIM-CNT  TO RP-CLAIM-COUNT.
           MOVE SPACE             TO RP-ISSUE-STATE RP-OWNER-STATE
                                     RP-RULE-STATE RP-RATE-BASIS
                                     RP-START-EVENT RP-PROOF-DATE
                                     RP-PAID-DATE RP-PAST-DEADLINE-IND
                                     RP-REMARK.
           MOVE ZERO              TO RP-RATE RP-TD-YEAR RP-TD-DAY
                                     RP-DAYS-SINCE-DEATH
                                     RP-INTEREST-DAYS RP-MINIMUM-DAYS
                                     RP-PROMPT-PAY-DAYS
                                     RP-DAYS-PAST-DUE.
           MOVE WS-TOT-PROCEEDS   TO RP-PROCEEDS.
           MOVE WS-TOT-INTEREST   TO RP-INTEREST.
           COMPUTE RP-CLAIM-TOTAL = WS-TOT-PROCEEDS + WS-TOT-INTEREST.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE DINTRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4299-WRITE-TOTAL-LINE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  FEDTDY - CARRY THE FED-CLAIMS REGISTER FORWARD WITH TODAY'S     *
      *  NEW FEED ROWS. A DATE OF DEATH MORE THAN 999 DAYS PAST IS       *
      *  BEYOND ANY LOOK-BACK WINDOW AND ITS ROW IS DROPPED.             *
      ********************************************************************

       4300-WRITE-FED-REGISTER.

           MOVE ZERO TO WS-FT-SUB.

       4350-WRITE-FED-REGISTER-RTN.

           ADD +1 TO WS-FT-SUB.

           IF WS-FT-SUB GREATER THAN FT-USED
               GO TO 4399-WRITE-FED-REGISTER-EXIT
           END-IF.

           COMPUTE WS-FED-AGE-DAYS =
               (WS-INT-RUN-YEAR - FT-DEATH-YEAR (WS-FT-SUB)) * 365 +
               (WS-INT-RUN-DAY - FT-DEATH-DAY (WS-FT-SUB)).
           IF WS-FED-AGE-DAYS GREATER THAN 999
               ADD +1 TO WS-FED-AGED-CNT
               GO TO 4350-WRITE-FED-REGISTER-RTN
           END-IF.

           MOVE SPACE                        TO FR-FED-CLAIM-RECORD.
           MOVE FT-POL-NUM (WS-FT-SUB)       TO FR-POLICY-NUMBER.
           MOVE FT-TD-YEAR (WS-FT-SUB)       TO FR-TD-YEAR.
           MOVE FT-TD-DAY (WS-FT-SUB)        TO FR-TD-DAY.
           MOVE FT-DEATH-YEAR (WS-FT-SUB)    TO FR-DEATH-YEAR.
           MOVE FT-DEATH-DAY (WS-FT-SUB)     TO FR-DEATH-DAY.
           MOVE FT-FED-DATE (WS-FT-SUB)      TO FR-FED-DATE.
           MOVE FT-PAY-AMOUNT (WS-FT-SUB)    TO FR-PAY-AMOUNT.

           WRITE FED-TODAY-REC FROM FR-FED-CLAIM-RECORD.
           IF FED-TODAY-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE FEDTDY FAILED, STATUS = '
                       FED-TODAY-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-FED-WRITE-CNT.

           GO TO 4350-WRITE-FED-REGISTER-RTN.

       4399-WRITE-FED-REGISTER-EXIT.
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

           CLOSE REPORT-FILE.
           CLOSE PAYMENT-FEED-FILE.
           CLOSE FED-TODAY-FILE.

           MOVE '5' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING INFORCE-VSAM
                                  WS-IO-CODE.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'CLOSE INFORCE FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
           END-IF.

           MOVE '5' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE.

           DISPLAY 'INFORCE CONTRACTS READ: '    WS-INFORCE-READ-CNT.
           DISPLAY 'LOOKUP TABLE OVERFLOW: '     WS-LOOKUP-OVFL-CNT.
           DISPLAY 'HISTORY RECORDS READ: '      WS-HISTORY-READ-CNT.
           DISPLAY 'HISTORY NOT ON INFORCE: '    WS-NOT-ON-INFORCE-CNT.
           DISPLAY 'NO USABLE ISSUE DATE: '      WS-NO-ISSUE-DATE-CNT.
           DISPLAY 'CLAIM EVENTS LOADED: '       WS-EVENT-LOADED-CNT.
           DISPLAY 'CLAIM EVENT OVERFLOW: '      WS-EVENT-OVFL-CNT.
           DISPLAY 'TERM-DEATH ENTRIES FOUND: '  WS-TD-FOUND-CNT.
           DISPLAY 'OUTSIDE LOOK-BACK WINDOW: '  WS-TD-OUTSIDE-CNT.
           DISPLAY 'DEATH CLAIMS REPORTED: '     WS-TOT-CLAIM-CNT.
           DISPLAY 'CLAIMS ALREADY PAID: '       WS-PAID-CNT.
           DISPLAY 'CLAIMS ON PAYMENT FEED: '    WS-FEED-CNT.
           DISPLAY 'CLAIMS HELD OFF THE FEED: '  WS-HELD-CNT.
           DISPLAY 'FED-CLAIMS REGISTER LOADED: ' WS-FED-PRIOR-CNT.
           DISPLAY 'CLAIMS ALREADY FED: '        WS-ALREADY-FED-CNT.
           DISPLAY 'REGISTER ROWS AGED OFF: '    WS-FED-AGED-CNT.
           DISPLAY 'REGISTER ROWS WRITTEN: '     WS-FED-WRITE-CNT.
           DISPLAY 'PAST PROMPT-PAY DEADLINE: '  WS-PAST-DEADLINE-CNT.
           DISPLAY 'NO STATE RULE ON TABLE: '    WS-NO-RULE-CNT.
           DISPLAY 'TOTAL INTEREST: '            WS-TOT-INTEREST.
           DISPLAY 'TOTAL PAYABLE ON FEED: '     WS-TOT-PAYABLE.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT

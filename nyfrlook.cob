       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYFRLOOK.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT FREE-LOOK-TABLE-FILE ASSIGN TO FLKTAB
               FILE STATUS IS FREE-LOOK-TABLE-FILE-STATUS.
           SELECT NBCONF-IN-FILE ASSIGN TO NBCONIN
               FILE STATUS IS NBCONF-IN-FILE-STATUS.
           SELECT REPLACE-IN-FILE ASSIGN TO RPLRPT
               FILE STATUS IS REPLACE-IN-FILE-STATUS.
           SELECT OWFRPT-FILE ASSIGN TO OWFRPT
               FILE STATUS IS OWFRPT-FILE-STATUS.
           SELECT CLOCK-PRIOR-FILE ASSIGN TO FLKPRI
               FILE STATUS IS CLOCK-PRIOR-FILE-STATUS.
           SELECT CLOCK-TODAY-FILE ASSIGN TO FLKTDY
               FILE STATUS IS CLOCK-TODAY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO FLKRPT
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC  PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC    PIC X(80).

       FD  FREE-LOOK-TABLE-FILE
           RECORDING MODE IS F.
       01  FREE-LOOK-TABLE-REC PIC X(80).

       FD  NBCONF-IN-FILE
           RECORDING MODE IS F.
       01  NBCONF-IN-REC     PIC X(40).

       FD  REPLACE-IN-FILE
           RECORDING MODE IS F.
       01  REPLACE-IN-REC    PIC X(200).

       FD  OWFRPT-FILE
           RECORDING MODE IS F.
       01  OWFRPT-REC        PIC X(400).

       FD  CLOCK-PRIOR-FILE
           RECORDING MODE IS F.
       01  CLOCK-PRIOR-REC   PIC X(100).

       FD  CLOCK-TODAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CLOCK-TODAY-REC   PIC X(100).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-REC        PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  FREE-LOOK CANCELLATION MONITOR FOR NEWLY PLACED POLICIES.       *
      *  EVERY STATE GIVES A NEW OWNER A FREE-LOOK PERIOD IN WHICH THE   *
      *  POLICY CAN BE RETURNED FOR A FULL REFUND, LONGER FOR A          *
      *  REPLACEMENT OR A SENIOR BUYER. THIS PROGRAM STARTS A FREE-LOOK  *
      *  CLOCK ON THE BUSINESS DATE FOR EVERY POLICY NYNBCONF CONFIRMED  *
      *  AS PLACED (STATUS 12 TO 22) AND WATCHES IT UNTIL THE WINDOW     *
      *  RUNS OUT.                                                       *
      *  THE WINDOW COMES FROM THE FLKTAB STATE TABLE, KEYED BY THE      *
      *  ISSUE STATE ON CV SEGMENT 02 - THE STANDARD DAYS, OR THE        *
      *  REPLACEMENT DAYS WHEN THE POLICY IS THE NEW PLACEMENT ON A      *
      *  NYREPLAC 'P' ROW (RPLRPT), OR THE SENIOR DAYS WHEN THE          *
      *  INSURED'S ISSUE AGE ON NYFPOWFF'S RPTOUT (OWFRPT) IS 65 OR      *
      *  OVER, WHICHEVER IS LONGEST. A STATE NOT ON THE TABLE TAKES THE  *
      *  '**' ROW, OR FAILING THAT THE SYSIPT DEFAULT, AND IS FLAGGED    *
      *  ON THE REPORT.                                                  *
      *  THE CLOCK FILE IS A GDG IN CKFLKCLK LAYOUT CARRIED FROM RUN TO  *
      *  RUN (FLKPRI IN, FLKTDY OUT). EACH RUN BROWSES VSAM2 AND, FOR A  *
      *  POLICY WITH AN OPEN CLOCK, READS ITS SEGMENT 69 HISTORY OFF     *
      *  VSAMX. PREMIUMS PAID ARE THE ALL-PREM-PAYMENT GROSS AMOUNTS,    *
      *  THE REFUND THE ALL-WITHDRAWAL GROSS AMOUNTS, WHENEVER PAID, AS  *
      *  A FREE-LOOK REFUND CAN FOLLOW THE END OF THE WINDOW. ENTRIES    *
      *  ARE DATED THE NYREPLAC WAY, CV ISSUE DATE PLUS THE TXASOF       *
      *  DURATION, TO TELL A SURRENDER INSIDE THE WINDOW.                *
      *  THE BASIC SEGMENT (01) SHOWING A FREE-LOOK TERMINATION (BYTE1   *
      *  '9', LAST 'X') CLOSES THE CLOCK AS REFUNDED IN FULL, OR AS A    *
      *  SHORT REFUND WHEN THE STATE REFUNDS PREMIUMS (TABLE BASIS 'P')  *
      *  AND THE REFUND IS LESS THAN THE PREMIUMS PAID. A FULL           *
      *  SURRENDER (SF) INSIDE THE WINDOW, OR A SURRENDERED TERMINATION  *
      *  WHILE THE CLOCK IS RUNNING, IS A FREE-LOOK CANCELLATION         *
      *  PROCESSED AS AN ORDINARY SURRENDER. ANY OTHER TERMINATION       *
      *  INSIDE THE WINDOW, OR THE POLICY LEAVING VSAM2, CLOSES THE      *
      *  CLOCK AS TERMINATED; A CLOCK STILL OPEN PAST ITS WINDOW         *
      *  EXPIRES.                                                        *
      *  FLKRPT CARRIES ONE ROW PER CLOCK STARTED OR CLOSED OTHER THAN   *
      *  BY EXPIRY - SHORT REFUNDS ('S') AND SURRENDER-PROCESSED         *
      *  CANCELLATIONS ('P') ARE THE EXCEPTIONS TO WORK - AND A TOTAL    *
      *  ROW.                                                            *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYFRLOOK EXEC PGM=NYFRLOOK                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //FLKTAB   DD DISP=SHR,DSN=P54.CK.NYFRLOOK.FREELOOK              *
      * //NBCONIN  DD DISP=SHR,DSN=T54.T9511F0.NYNBCONF.OUTPUT.DATA      *
      * //RPLRPT   DD DISP=SHR,DSN=T54.T9511F0.NYREPLAC.OUTPUT.DATA      *
      * //OWFRPT   DD DISP=SHR,DSN=T54.T9511F0.NYFPOWFF.OUTPUT.DATA(0)   *
      * //FLKPRI   DD DISP=SHR,DSN=T54.T9511F0.NYFRLOOK.CLOCK.DATA(0)    *
      * //FLKTDY   DD DSN=T54.T9511F0.NYFRLOOK.CLOCK.DATA(+1),           *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=100,BLKSIZE=0)                 *
      * //FLKRPT   DD DSN=T54.T9511F0.NYFRLOOK.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *     COLS 1-3   FREE-LOOK DAYS FOR A STATE NOT ON FLKTAB WHEN     *
      *                THERE IS NO '**' ROW EITHER (DEFAULT 010)         *
      *   FLKTAB - STATE FREE-LOOK TABLE, ONE 80-BYTE ROW PER STATE:     *
      *     COLS 1-2 ISSUE STATE ('**' FOR THE DEFAULT ROW), COLS 3-5    *
      *     STANDARD DAYS, COLS 6-8 REPLACEMENT DAYS, COLS 9-11 SENIOR   *
      *     DAYS, COL 12 REFUND BASIS ('P' PREMIUMS PAID, 'V' POLICY     *
      *     VALUE - NO PREMIUM CHECK), COLS 13-32 STATE NAME. A ZERO OR  *
      *     BLANK REPLACEMENT OR SENIOR COLUMN MEANS NO LONGER WINDOW.   *
      *   FLKPRI - THE PRIOR CLOCK GENERATION. DUMMY ON THE FIRST RUN.   *
      *   NBCONIN AND OWFRPT ARE IN POLICY ORDER. RPLRPT AND OWFRPT MAY  *
      *     BE DUMMY - NO WINDOW IS THEN LENGTHENED FOR THAT REASON.     *
      *   BUSDATE MAY BE DUMMY - THE SYSTEM DATE IS THEN USED.           *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     TABLE OVERFLOWS ARE DISPLAYED                                *
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
      *     FLKTAB   STATE FREE-LOOK TABLE                               *
      *     SENIOR ISSUE AGE 65                                          *
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
           05 HEX-00             PIC X VALUE LOW-VALUE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM       PIC X(8) VALUE 'VSAMX'.
           05 CLOCK-TODAY-FILE-STATUS        PIC X(02).
           05 REPORT-FILE-STATUS             PIC X(02).
           05 FREE-LOOK-TABLE-FILE-STATUS    PIC X(02).
           05 NBCONF-IN-FILE-STATUS          PIC X(02).
           05 REPLACE-IN-FILE-STATUS         PIC X(02).
           05 OWFRPT-FILE-STATUS             PIC X(02).
           05 CLOCK-PRIOR-FILE-STATUS        PIC X(02).

      * SWITCHES AREA
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.

           05 WS-FILE-IND                    PIC X(1).
              88 INFORCE-FILE                VALUE 'I'.
              88 HISTORY-FILE                VALUE 'H'.

           05 CARD-EOF-IND                   PIC X(1).
              88 CARD-EOF                    VALUE 'Y'.

           05 BUSDATE-EOF-IND                PIC X(1).
              88 BUSDATE-EOF                 VALUE 'Y'.

           05 FLOOK-TABLE-EOF-IND            PIC X(1).
              88 FLOOK-TABLE-EOF             VALUE 'Y'.

           05 NBCONF-EOF-IND                 PIC X(1).
              88 NBCONF-EOF                  VALUE 'Y'.

           05 REPLACE-EOF-IND                PIC X(1).
              88 REPLACE-EOF                 VALUE 'Y'.

           05 OWFRPT-EOF-IND                 PIC X(1).
              88 OWFRPT-EOF                  VALUE 'Y'.

           05 CLOCK-PRIOR-EOF-IND            PIC X(1).
              88 CLOCK-PRIOR-EOF             VALUE 'Y'.

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
              88 ALL-PREM-PAYMENT                  VALUES
                                  'PI', 'PF', 'PA', 'PR',
                                  'PT', 'PU', 'PB'.
              88 ALL-WITHDRAWAL                    VALUES
                                  'SG', 'SN', 'SM', 'SH',
                                  'SF', 'SQ'.
              88 FULL-SURRENDER                    VALUE 'SF'.

      * DEFAULT WINDOW - SYSIPT OVERRIDABLE - AND THE SENIOR AGE
           05 WS-DEFAULT-DAYS              PIC 9(03) VALUE 010.
           05 WS-SENIOR-AGE           PIC S9(03) COMP-3 VALUE +65.

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
           05 WS-RUN-CCYYMMDD.
              10 WS-RUN-CCYY-8             PIC 9(04).
              10 WS-RUN-MM-8               PIC 9(02).
              10 WS-RUN-DD-8               PIC 9(02).
           05 WS-BUSDATE-CARD              PIC X(80) VALUE SPACE.
           05 WS-INT-RUN-DATE              COMP-3.
              10 WS-INT-RUN-YEAR           PIC S9(03).
              10 WS-INT-RUN-DAY            PIC S9(03).

      * CLOCK START DATE, ISSUE DATE AND SEGMENT 69 ENTRY DATE
           05 WS-START-DATE.
              10 WS-START-MM               PIC X(02).
              10 WS-START-DD               PIC X(02).
              10 WS-START-CCYY             PIC X(04).
           05 WS-INT-START-DATE            COMP-3.
              10 WS-INT-START-YEAR         PIC S9(03).
              10 WS-INT-START-DAY          PIC S9(03).
           05 WS-ISSUE-DATE                PIC X(08).
           05 WS-INT-ISSUE-DATE            COMP-3.
              10 WS-INT-ISSUE-YEAR         PIC S9(03).
              10 WS-INT-ISSUE-DAY          PIC S9(03).
           05 WS-INT-TRAN-YEAR             PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-TRAN-DAY              PIC S9(05) COMP-3 VALUE +0.
           05 WS-ENTRY-DAYS                PIC S9(05) COMP-3 VALUE +0.
           05 WS-DAYS-ELAPSED              PIC S9(05) COMP-3 VALUE +0.

      * CURRENT CONTRACT
           05 WS-CONTRACT-IND              PIC X(01).
              88 WS-CONTRACT-ACTIVE        VALUE 'A'.
              88 WS-CONTRACT-TERMINATED    VALUE 'T'.
              88 WS-CONTRACT-UNKNOWN       VALUE 'U'.
           05 WS-TERM-REASON               PIC X(01).
              88 WS-TERM-NONE              VALUE ' '.
              88 WS-TERM-FREE-LOOK         VALUE 'X'.
              88 WS-TERM-SURRENDER         VALUE 'S'.
              88 WS-TERM-OTHER             VALUE 'O'.
           05 WS-CONVERSION-IND            PIC X(01).
              88 WS-CONVERSION-TODAY       VALUE 'Y'.
           05 WS-CLOCK-RUNNING-IND         PIC X(01).
              88 WS-CLOCK-RUNNING          VALUE 'Y'.
           05 WS-SURR-IN-WINDOW-IND        PIC X(01).
              88 WS-SURR-IN-WINDOW         VALUE 'Y'.
           05 WS-NO-STATE-ROW-IND          PIC X(01).
              88 WS-NO-STATE-ROW           VALUE 'Y'.
           05 WS-ISSUE-STATE               PIC X(02).
           05 WS-ISSUE-AGE            PIC S9(03) COMP-3 VALUE +0.
           05 WS-WINDOW-DAYS               PIC 9(03) VALUE ZERO.
           05 WS-PREMIUM-AMT               PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-REFUND-AMT                PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-SHORT-AMT                 PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-ABS-AMT                   PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-TABLE-SUB                 PIC S9(05) COMP-3 VALUE +0.
           05 WS-FOUND-TABLE-SUB           PIC S9(05) COMP-3 VALUE +0.
           05 WS-DEFAULT-TABLE-SUB         PIC S9(05) COMP-3 VALUE +0.
           05 WS-REPL-SUB                  PIC S9(05) COMP-3 VALUE +0.
           05 WS-ACTION                    PIC X(01).
           05 WS-REMARK                    PIC X(20).

      * TOTALS
           05 WS-TOT-SHORT-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-TOT-SHORT-AMT      PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-SURR-CNT       PIC S9(9) COMP-3 VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-BASIC-SEG-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NBCONF-READ-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-NBCONF-OFF-FILE-CNT PIC S9(9) COMP-3 VALUE +0.
           05 WS-ALREADY-RUNNING-CNT PIC S9(9) COMP-3 VALUE +0.
           05 WS-STARTED-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-REPLACEMENT-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-SENIOR-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-STATE-ROW-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-PRIOR-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-PRIOR-DROPPED-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-TODAY-WRITE-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-STILL-OPEN-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-REFUNDED-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-CLOSED-TERM-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-EXPIRED-CNT        PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      * STATE FREE-LOOK TABLE (FLKTAB)                                  *
      ********************************************************************

       01 FREE-LOOK-TABLE.
           05 FL-USED                PIC S9(05) COMP-3 VALUE +0.
           05 FL-ENTRY OCCURS 100 TIMES.
               10 FL-STATE           PIC X(02).
               10 FL-STD-DAYS        PIC 9(03).
               10 FL-REPL-DAYS       PIC 9(03).
               10 FL-SENIOR-DAYS     PIC 9(03).
               10 FL-REFUND-BASIS    PIC X(01).

       01 FT-TABLE-RECORD.
           05 FT-STATE               PIC X(02).
           05 FT-STD-DAYS            PIC 9(03).
           05 FT-REPL-DAYS           PIC 9(03).
           05 FT-SENIOR-DAYS         PIC 9(03).
           05 FT-REFUND-BASIS        PIC X(01).
           05 FT-STATE-NAME          PIC X(20).
           05 FILLER                 PIC X(48).
       EJECT

      ********************************************************************
      * POLICIES PLACED AS REPLACEMENTS - NEW POLICY ON NYREPLAC'S 'P'  *
      * ROWS                                                            *
      ********************************************************************

       01 REPLACEMENT-TABLE.
           05 RL-USED                PIC S9(05) COMP-3 VALUE +0.
           05 RL-NEW-POLICY          PIC X(10) OCCURS 2000 TIMES.

       01 RR-REPLACE-RECORD.
           05 RR-RECORD-TYPE         PIC X(01).
           05 FILLER                 PIC X(129).
           05 RR-NEW-POLICY          PIC X(10).
           05 FILLER                 PIC X(60).
       EJECT

      ********************************************************************
      *     NYNBCONF CONFIRMATION RECORD                                 *
      ********************************************************************

       01 NC-CONFIRM-RECORD.
           05 NC-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01).
           05 NC-PRIOR-STATUS        PIC X(02).
           05 FILLER                 PIC X(01).
           05 NC-CURRENT-STATUS      PIC X(02).
           05 FILLER                 PIC X(24).

      ********************************************************************
      * NYFPOWFF'S RPTOUT - DETAIL ROW LAYOUT, JUST THE FIELDS THIS     *
      * MONITOR NEEDS                                                   *
      ********************************************************************

       01 OWF-RECORD.
           05 ORP-RECORD-TYPE        PIC X(01).
           05 FILLER                 PIC X(01).
           05 ORP-POLICY             PIC X(10).
           05 FILLER                 PIC X(103).
           05 ORP-OWNER-NAME         PIC X(81).
           05 FILLER                 PIC X(138).
           05 ORP-ISSUE-AGE          PIC ZZ9.
           05 FILLER                 PIC X(63).
       EJECT

      ********************************************************************
      * FREE-LOOK CLOCK - PRIOR GENERATION ROWS ARE MOVED HERE TO BE    *
      * CHECKED, AND NEW CLOCKS ARE BUILT HERE                          *
      ********************************************************************

       01 FC-RECORD.
          COPY CKFLKCLK.
       EJECT

      ********************************************************************
      *                    ESSENTIAL SEGMENTS ONLY                      *
      ********************************************************************

       COPY CKFRECBR.
       EJECT

       COPY CKFRECCV.
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
      * REPORT RECORD - ONE ROW PER CLOCK STARTED OR CLOSED             *
      ********************************************************************

       01 RP-RECORD.
           05 RP-RECORD-TYPE         PIC X(01).
              88 RP-DETAIL-ROW       VALUE 'D'.
              88 RP-TOTAL-ROW        VALUE 'T'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-ACTION              PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-ISSUE-STATE         PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-START-DATE          PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-WINDOW-DAYS         PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-WINDOW-REASON       PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-REFUND-BASIS        PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-DAYS-ELAPSED        PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-PREMIUMS-PAID       PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-REFUND-AMOUNT       PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-SHORT-AMOUNT        PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-COUNT               PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-REMARK              PIC X(20).
           05 FILLER                 PIC X(65) VALUE SPACES.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYFRLOOK WORKING STORAGE ENDS  '.
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
           PERFORM 2000-PROCESS-CONTRACT
               THRU 2000-PROCESS-CONTRACT-EXIT
               UNTIL END-OF-FILE.

      * WHATEVER IS LEFT ON THE PRIOR GENERATION OR ON NBCONIN IS OFF
      * VSAM2
           MOVE HIGH-VALUES TO FRCCNTRT-CONTRACT-NUMBER.
           PERFORM 2300-CARRY-OFF-FILE
               THRU 2399-CARRY-OFF-FILE-EXIT.
           PERFORM 2350-SKIP-OFF-FILE-PLACEMENTS
               THRU 2359-SKIP-OFF-FILE-PLACEMENTS-EXIT.

           PERFORM 4200-WRITE-TOTAL-LINE
               THRU 4299-WRITE-TOTAL-LINE-EXIT.

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
           MOVE ZERO TO FL-USED RL-USED.

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
           COMPUTE WS-RUN-CCYY-8 = WS-RUN-CC * 100 + WS-RUN-YY.
           MOVE WS-RUN-MM TO WS-RUN-MM-8.
           MOVE WS-RUN-DD TO WS-RUN-DD-8.

           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               AND CONTROL-CARD-REC (1:3) NUMERIC
               MOVE CONTROL-CARD-REC (1:3) TO WS-DEFAULT-DAYS
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           DISPLAY 'FREE-LOOK MONITOR DATE: '       WS-RUN-DATE.
           DISPLAY 'DEFAULT FREE-LOOK DAYS: '       WS-DEFAULT-DAYS.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT CLOCK-TODAY-FILE.
           IF CLOCK-TODAY-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN FLKTDY FAILED, STATUS = '
                       CLOCK-TODAY-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN FLKRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

      * LOAD THE STATE TABLE AND THE REPLACEMENTS, THEN PRIME THE
      * SEQUENTIAL INPUTS MATCHED AGAINST THE VSAM2 BROWSE
           PERFORM 1300-LOAD-FREE-LOOK-TABLE
               THRU 1399-LOAD-FREE-LOOK-TABLE-EXIT.

           PERFORM 1500-LOAD-REPLACEMENTS
               THRU 1599-LOAD-REPLACEMENTS-EXIT.

           MOVE 'N' TO CLOCK-PRIOR-EOF-IND.
           OPEN INPUT CLOCK-PRIOR-FILE.
           IF CLOCK-PRIOR-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN FLKPRI FAILED, STATUS = '
                       CLOCK-PRIOR-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           PERFORM 2600-READ-PRIOR
               THRU 2699-READ-PRIOR-EXIT.

           MOVE 'N' TO NBCONF-EOF-IND.
           OPEN INPUT NBCONF-IN-FILE.
           IF NBCONF-IN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN NBCONIN FAILED, STATUS = '
                       NBCONF-IN-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           PERFORM 2650-READ-PLACEMENT
               THRU 2659-READ-PLACEMENT-EXIT.

           MOVE 'N' TO OWFRPT-EOF-IND.
           MOVE SPACE TO OWF-RECORD.
           OPEN INPUT OWFRPT-FILE.
           IF OWFRPT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN OWFRPT FAILED, STATUS = '
                       OWFRPT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           PERFORM 2680-READ-OWFRPT
               THRU 2689-READ-OWFRPT-EXIT.

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
      *                  LOAD THE STATE FREE-LOOK TABLE                 *
      ********************************************************************

       1300-LOAD-FREE-LOOK-TABLE.

           MOVE 'N' TO FLOOK-TABLE-EOF-IND.
           OPEN INPUT FREE-LOOK-TABLE-FILE.
           IF FREE-LOOK-TABLE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN FLKTAB FAILED, STATUS = '
                       FREE-LOOK-TABLE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       1350-LOAD-FREE-LOOK-TABLE-RTN.

           READ FREE-LOOK-TABLE-FILE INTO FT-TABLE-RECORD
               AT END SET FLOOK-TABLE-EOF TO TRUE
           END-READ.

           IF FLOOK-TABLE-EOF
               GO TO 1380-LOAD-FREE-LOOK-TABLE-DONE
           END-IF.

           IF FT-STATE = SPACE
               GO TO 1350-LOAD-FREE-LOOK-TABLE-RTN
           END-IF.

           IF FL-USED NOT LESS THAN 100
               DISPLAY 'FREE-LOOK TABLE EXCEEDS 100 ENTRIES - ROWS'
               DISPLAY 'BEYOND THE CAP ARE IGNORED'
               GO TO 1380-LOAD-FREE-LOOK-TABLE-DONE
           END-IF.

           ADD +1 TO FL-USED.
           MOVE FT-STATE        TO FL-STATE (FL-USED).
           MOVE FT-REFUND-BASIS TO FL-REFUND-BASIS (FL-USED).
           IF FT-REFUND-BASIS NOT EQUAL 'V'
               MOVE 'P'         TO FL-REFUND-BASIS (FL-USED)
           END-IF.
           MOVE ZERO TO FL-STD-DAYS (FL-USED)
                        FL-REPL-DAYS (FL-USED)
                        FL-SENIOR-DAYS (FL-USED).
           IF FT-STD-DAYS NUMERIC
               MOVE FT-STD-DAYS    TO FL-STD-DAYS (FL-USED)
           END-IF.
           IF FT-REPL-DAYS NUMERIC
               MOVE FT-REPL-DAYS   TO FL-REPL-DAYS (FL-USED)
           END-IF.
           IF FT-SENIOR-DAYS NUMERIC
               MOVE FT-SENIOR-DAYS TO FL-SENIOR-DAYS (FL-USED)
           END-IF.

           GO TO 1350-LOAD-FREE-LOOK-TABLE-RTN.

       1380-LOAD-FREE-LOOK-TABLE-DONE.

           CLOSE FREE-LOOK-TABLE-FILE.
           DISPLAY 'FREE-LOOK TABLE ENTRIES: ' FL-USED.

       1399-LOAD-FREE-LOOK-TABLE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NEW POLICIES NYREPLAC PAIRED WITH A SUSPECTED REPLACEMENT -     *
      *  EVERY 'P' ROW ON RPLRPT                                        *
      ********************************************************************

       1500-LOAD-REPLACEMENTS.

           MOVE 'N' TO REPLACE-EOF-IND.
           OPEN INPUT REPLACE-IN-FILE.
           IF REPLACE-IN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN RPLRPT FAILED, STATUS = '
                       REPLACE-IN-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       1550-LOAD-REPLACEMENTS-RTN.

           READ REPLACE-IN-FILE INTO RR-REPLACE-RECORD
               AT END SET REPLACE-EOF TO TRUE
           END-READ.

           IF REPLACE-EOF
               GO TO 1580-LOAD-REPLACEMENTS-DONE
           END-IF.

           IF RR-RECORD-TYPE NOT EQUAL 'P'
               OR RR-NEW-POLICY EQUAL SPACE
               GO TO 1550-LOAD-REPLACEMENTS-RTN
           END-IF.

           IF RL-USED NOT LESS THAN 2000
               DISPLAY 'REPLACEMENT TABLE EXCEEDS 2000 ENTRIES - ROWS'
               DISPLAY 'BEYOND THE CAP ARE IGNORED'
               GO TO 1580-LOAD-REPLACEMENTS-DONE
           END-IF.

           ADD +1 TO RL-USED.
           MOVE RR-NEW-POLICY TO RL-NEW-POLICY (RL-USED).

           GO TO 1550-LOAD-REPLACEMENTS-RTN.

       1580-LOAD-REPLACEMENTS-DONE.

           CLOSE REPLACE-IN-FILE.
           DISPLAY 'REPLACEMENT PLACEMENTS: ' RL-USED.

       1599-LOAD-REPLACEMENTS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ONE INFORCE CONTRACT - CHECK AND CARRY ITS OPEN CLOCK, AND     *
      *  START ONE WHEN NYNBCONF CONFIRMED IT PLACED TODAY              *
      ********************************************************************

       2000-PROCESS-CONTRACT.

           PERFORM 2100-READ-INFORCE
               THRU 2199-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 2000-PROCESS-CONTRACT-EXIT
           END-IF.

           ADD +1 TO WS-INFORCE-READ-CNT.

      * PRIOR CLOCKS AND PLACEMENTS FOR CONTRACTS NOT ON VSAM2
           PERFORM 2300-CARRY-OFF-FILE
               THRU 2399-CARRY-OFF-FILE-EXIT.
           PERFORM 2350-SKIP-OFF-FILE-PLACEMENTS
               THRU 2359-SKIP-OFF-FILE-PLACEMENTS-EXIT.

           MOVE 'N' TO WS-CONVERSION-IND WS-CLOCK-RUNNING-IND.
           IF NOT NBCONF-EOF
               AND NC-POLICY-NUMBER EQUAL FRCCNTRT-CONTRACT-NUMBER
               SET WS-CONVERSION-TODAY TO TRUE
           END-IF.

           IF NOT WS-CONVERSION-TODAY
               AND (CLOCK-PRIOR-EOF
                    OR CLOCK-PRIOR-REC (1:10) NOT EQUAL
                       FRCCNTRT-CONTRACT-NUMBER)
               GO TO 2000-PROCESS-CONTRACT-EXIT
           END-IF.

           PERFORM 2200-EXAMINE-CONTRACT
               THRU 2299-EXAMINE-CONTRACT-EXIT.

           PERFORM 2500-CARRY-PRIOR-CLOCKS
               THRU 2599-CARRY-PRIOR-CLOCKS-EXIT.

           IF NOT WS-CONVERSION-TODAY
               GO TO 2000-PROCESS-CONTRACT-EXIT
           END-IF.

           IF WS-CLOCK-RUNNING
               ADD +1 TO WS-ALREADY-RUNNING-CNT
           ELSE
               PERFORM 3000-START-CLOCK
                   THRU 3099-START-CLOCK-EXIT
           END-IF.

      * PAST EVERY NBCONIN ROW FOR THIS CONTRACT
           PERFORM 2650-READ-PLACEMENT
               THRU 2659-READ-PLACEMENT-EXIT
               UNTIL NBCONF-EOF
                  OR NC-POLICY-NUMBER NOT EQUAL
                     FRCCNTRT-CONTRACT-NUMBER.

       2000-PROCESS-CONTRACT-EXIT.
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

      ********************************************************************
      *  ISSUE STATE, ISSUE DATE AND STATUS OFF THE CV SEGMENT, AND THE *
      *  TERMINATION REASON OFF THE BASIC SEGMENT (01)                  *
      ********************************************************************

       2200-EXAMINE-CONTRACT.

           MOVE SPACE TO WS-ISSUE-STATE WS-ISSUE-DATE.
           MOVE ZERO  TO WS-INT-ISSUE-YEAR WS-INT-ISSUE-DAY.
           SET WS-TERM-NONE        TO TRUE.
           SET WS-CONTRACT-UNKNOWN TO TRUE.

           SET INFORCE-FILE TO TRUE.
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '02' TO WS-SEG-ID.
           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-NO-BASIC-SEG-CNT
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.
           MOVE ISSUE-STATE OF CV-SEGMENT TO WS-ISSUE-STATE.
           MOVE ISSUE-DATE OF CV-SEGMENT  TO WS-ISSUE-DATE.
           IF WS-ISSUE-DATE NOT EQUAL SPACE
               AND WS-ISSUE-DATE NUMERIC
               CALL 'CKDCEXIN' USING WS-ISSUE-DATE WS-INT-ISSUE-DATE
           END-IF.

           SET WS-CONTRACT-ACTIVE TO TRUE.
           IF CURR-STAT OF CV-SEGMENT EQUAL '98' OR '99'
               SET WS-CONTRACT-TERMINATED TO TRUE
               SET WS-TERM-OTHER          TO TRUE
           END-IF.

      * BYTE1 '9' IS A TERMINATED POLICY, LAST SAYS WHY - THE SAME
      * READING AS THE STATUS ON NYFPVUL'S OWN REPORT
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '01' TO WS-SEG-ID.
           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO INQUIRY-BASIC-SECTION.
           IF FBRSTAT1-BYTE1 NOT EQUAL '9'
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

           SET WS-CONTRACT-TERMINATED TO TRUE.
           EVALUATE TRUE
               WHEN FBRLSTEN-LAST EQUAL 'X'
                   SET WS-TERM-FREE-LOOK TO TRUE
               WHEN FBRLSTEN-LAST EQUAL 'L'
                 OR FBRLSTEN-LAST EQUAL 'Q'
                 OR FBRLSTEN-LAST EQUAL 'M'
                   SET WS-TERM-OTHER     TO TRUE
               WHEN OTHER
                   SET WS-TERM-SURRENDER TO TRUE
           END-EVALUATE.

       2299-EXAMINE-CONTRACT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PRIOR CLOCKS FOR CONTRACTS LOWER THAN THE CURRENT ONE ARE FOR  *
      *  CONTRACTS GONE FROM VSAM2 - AN OPEN CLOCK IS CLOSED AS         *
      *  TERMINATED, ONE ALREADY CLOSED IS DROPPED                      *
      ********************************************************************

       2300-CARRY-OFF-FILE.

           IF CLOCK-PRIOR-EOF
               GO TO 2399-CARRY-OFF-FILE-EXIT
           END-IF.

           IF CLOCK-PRIOR-REC (1:10) NOT LESS THAN
                   FRCCNTRT-CONTRACT-NUMBER
               GO TO 2399-CARRY-OFF-FILE-EXIT
           END-IF.

           MOVE CLOCK-PRIOR-REC TO FC-RECORD.
           IF NOT FC-OPEN
               ADD +1 TO WS-PRIOR-DROPPED-CNT
               GO TO 2380-CARRY-OFF-FILE-NEXT
           END-IF.

           SET FC-TERMINATED TO TRUE.
           MOVE WS-RUN-CCYYMMDD TO FC-RESOLVED-DATE.
           ADD +1 TO WS-CLOSED-TERM-CNT.
           MOVE ZERO TO WS-DAYS-ELAPSED WS-SHORT-AMT.
           MOVE 'T' TO WS-ACTION.
           MOVE 'OFF INFORCE FILE' TO WS-REMARK.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4099-WRITE-REPORT-LINE-EXIT.
           PERFORM 2700-WRITE-TODAY
               THRU 2799-WRITE-TODAY-EXIT.

       2380-CARRY-OFF-FILE-NEXT.

           PERFORM 2600-READ-PRIOR
               THRU 2699-READ-PRIOR-EXIT.

           GO TO 2300-CARRY-OFF-FILE.

       2399-CARRY-OFF-FILE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NBCONIN ROWS LOWER THAN THE CURRENT CONTRACT ARE PLACEMENTS    *
      *  NOT ON VSAM2 - NO ISSUE STATE, SO NO CLOCK                     *
      ********************************************************************

       2350-SKIP-OFF-FILE-PLACEMENTS.

           IF NBCONF-EOF
               GO TO 2359-SKIP-OFF-FILE-PLACEMENTS-EXIT
           END-IF.

           IF NC-POLICY-NUMBER NOT LESS THAN FRCCNTRT-CONTRACT-NUMBER
               GO TO 2359-SKIP-OFF-FILE-PLACEMENTS-EXIT
           END-IF.

           ADD +1 TO WS-NBCONF-OFF-FILE-CNT.
           DISPLAY 'PLACEMENT NOT ON INFORCE FILE: ' NC-POLICY-NUMBER.
           PERFORM 2650-READ-PLACEMENT
               THRU 2659-READ-PLACEMENT-EXIT.

           GO TO 2350-SKIP-OFF-FILE-PLACEMENTS.

       2359-SKIP-OFF-FILE-PLACEMENTS-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *T   PREMIUMS PAID AND REFUNDS FROM SEGMENT 69, WHENEVER PAID,    *
      *T   AND WHETHER A FULL SURRENDER FELL INSIDE THE CLOCK IN        *
      *T   FC-RECORD. AN ENTRY IS DATED BY ADDING ITS TXASOF DURATION   *
      *T   TO THE CV ISSUE DATE; WITH NO USABLE ISSUE DATE A SURRENDER  *
      *T   IS TAKEN AS INSIDE THE WINDOW.                               *
      ******************************************************************

       2400-TOTAL-HISTORY.

           MOVE ZERO TO WS-PREMIUM-AMT WS-REFUND-AMT.
           MOVE 'N'  TO WS-SURR-IN-WINDOW-IND.

           MOVE 'H'    TO NRCSRCHK-REC-ID.
           MOVE HEX-00 TO NRCSRCHK-USER-ID.
           MOVE FRCCNTRT-CONTRACT-NUMBER TO NRCSRCHK-POL-NUMBER.

           MOVE '2' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2499-TOTAL-HISTORY-EXIT
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
               GO TO 2499-TOTAL-HISTORY-EXIT
           END-IF.

           SET HISTORY-FILE TO TRUE.
           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       2420-NEXT-SEG-69.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2499-TOTAL-HISTORY-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF NOT ALL-PREM-PAYMENT
               AND NOT ALL-WITHDRAWAL
               GO TO 2420-NEXT-SEG-69
           END-IF.

           MOVE ZERO TO WS-ENTRY-DAYS.
           IF WS-INT-ISSUE-YEAR EQUAL ZERO
               GO TO 2440-COUNT-SEG-69
           END-IF.

      * CALENDAR YEAR/DAY OF THE ENTRY - ISSUE DATE PLUS DURATION
           COMPUTE WS-INT-TRAN-YEAR =
               WS-INT-ISSUE-YEAR + TXASOF-YEAR.
           COMPUTE WS-INT-TRAN-DAY =
               WS-INT-ISSUE-DAY + TXASOF-DAY.
           IF WS-INT-TRAN-DAY GREATER THAN 365
               SUBTRACT 365 FROM WS-INT-TRAN-DAY
               ADD +1 TO WS-INT-TRAN-YEAR
           END-IF.

           COMPUTE WS-ENTRY-DAYS =
               (WS-INT-TRAN-YEAR - WS-INT-START-YEAR) * 365 +
               (WS-INT-TRAN-DAY - WS-INT-START-DAY).

       2440-COUNT-SEG-69.

           IF ALL-PREM-PAYMENT
               ADD TXGROSS-GROSS-AMOUNT TO WS-PREMIUM-AMT
               GO TO 2420-NEXT-SEG-69
           END-IF.

           MOVE TXGROSS-GROSS-AMOUNT TO WS-ABS-AMT.
           IF WS-ABS-AMT LESS THAN ZERO
               COMPUTE WS-ABS-AMT = ZERO - WS-ABS-AMT
           END-IF.
           ADD WS-ABS-AMT TO WS-REFUND-AMT.

      * A FREE-LOOK REFUND COUNTS WHENEVER IT WAS PAID; ONLY A FULL
      * SURRENDER INSIDE THE WINDOW IS A FREE-LOOK CANCELLATION
           IF FULL-SURRENDER
               AND WS-ENTRY-DAYS NOT GREATER THAN FC-WINDOW-DAYS
               SET WS-SURR-IN-WINDOW TO TRUE
           END-IF.

           GO TO 2420-NEXT-SEG-69.

       2499-TOTAL-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PRIOR CLOCKS FOR THE CURRENT CONTRACT. AN OPEN CLOCK IS        *
      *  CHECKED AGAINST THE POLICY AND ITS HISTORY AND CARRIED, OPEN   *
      *  OR CLOSED; A CLOCK CLOSED ON AN EARLIER RUN IS DROPPED.        *
      ********************************************************************

       2500-CARRY-PRIOR-CLOCKS.

           IF CLOCK-PRIOR-EOF
               GO TO 2599-CARRY-PRIOR-CLOCKS-EXIT
           END-IF.

           IF CLOCK-PRIOR-REC (1:10) NOT EQUAL
                   FRCCNTRT-CONTRACT-NUMBER
               GO TO 2599-CARRY-PRIOR-CLOCKS-EXIT
           END-IF.

           MOVE CLOCK-PRIOR-REC TO FC-RECORD.

           IF NOT FC-OPEN
               ADD +1 TO WS-PRIOR-DROPPED-CNT
               GO TO 2590-CARRY-PRIOR-NEXT
           END-IF.

           IF WS-CONTRACT-UNKNOWN
               SET WS-CLOCK-RUNNING TO TRUE
               ADD +1 TO WS-STILL-OPEN-CNT
               GO TO 2580-CARRY-PRIOR-WRITE
           END-IF.

      * DAYS SINCE THE CLOCK STARTED
           MOVE FC-START-DATE (5:2) TO WS-START-MM.
           MOVE FC-START-DATE (7:2) TO WS-START-DD.
           MOVE FC-START-DATE (1:4) TO WS-START-CCYY.
           CALL 'CKDCEXIN' USING WS-START-DATE WS-INT-START-DATE.
           COMPUTE WS-DAYS-ELAPSED =
               (WS-INT-RUN-YEAR - WS-INT-START-YEAR) * 365 +
               (WS-INT-RUN-DAY - WS-INT-START-DAY).

           PERFORM 2400-TOTAL-HISTORY
               THRU 2499-TOTAL-HISTORY-EXIT.

           PERFORM 3500-CHECK-CLOCK
               THRU 3599-CHECK-CLOCK-EXIT.

           IF FC-OPEN
               SET WS-CLOCK-RUNNING TO TRUE
           END-IF.

       2580-CARRY-PRIOR-WRITE.

           PERFORM 2700-WRITE-TODAY
               THRU 2799-WRITE-TODAY-EXIT.

       2590-CARRY-PRIOR-NEXT.

           PERFORM 2600-READ-PRIOR
               THRU 2699-READ-PRIOR-EXIT.

           GO TO 2500-CARRY-PRIOR-CLOCKS.

       2599-CARRY-PRIOR-CLOCKS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                 READ THE NEXT PRIOR CLOCK ROW                   *
      ********************************************************************

       2600-READ-PRIOR.

           READ CLOCK-PRIOR-FILE
               AT END
                   SET CLOCK-PRIOR-EOF TO TRUE
                   GO TO 2699-READ-PRIOR-EXIT
           END-READ.

           ADD +1 TO WS-PRIOR-READ-CNT.

       2699-READ-PRIOR-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *     READ THE NEXT NYNBCONF CONFIRMATION - BLANK ROWS SKIPPED    *
      ********************************************************************

       2650-READ-PLACEMENT.

           READ NBCONF-IN-FILE INTO NC-CONFIRM-RECORD
               AT END
                   SET NBCONF-EOF TO TRUE
                   GO TO 2659-READ-PLACEMENT-EXIT
           END-READ.

           IF NC-POLICY-NUMBER EQUAL SPACE
               GO TO 2650-READ-PLACEMENT
           END-IF.

           ADD +1 TO WS-NBCONF-READ-CNT.

       2659-READ-PLACEMENT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   READ ONE RECORD FROM NYFPOWFF'S RPTOUT - A RECORD THAT ISN'T  *
      *   A DETAIL ('D') ROW MEANS ALL THE DETAIL ROWS HAVE BEEN SEEN,  *
      *   SO IT IS TREATED AS END OF FILE                               *
      ********************************************************************

       2680-READ-OWFRPT.

           IF OWFRPT-EOF
               GO TO 2689-READ-OWFRPT-EXIT
           END-IF.

           READ OWFRPT-FILE INTO OWF-RECORD
               AT END SET OWFRPT-EOF TO TRUE
           END-READ.

           IF NOT OWFRPT-EOF
               IF ORP-RECORD-TYPE NOT EQUAL 'D'
                   SET OWFRPT-EOF TO TRUE
               END-IF
           END-IF.

       2689-READ-OWFRPT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *               WRITE ONE ROW TO TODAY'S CLOCK FILE               *
      ********************************************************************

       2700-WRITE-TODAY.

           WRITE CLOCK-TODAY-REC FROM FC-RECORD.
           IF CLOCK-TODAY-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE FLKTDY FAILED, STATUS = '
                       CLOCK-TODAY-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           ADD +1 TO WS-TODAY-WRITE-CNT.

       2799-WRITE-TODAY-EXIT.
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
      *  START A CLOCK FOR A POLICY PLACED TODAY - THE STATE'S STANDARD *
      *  DAYS, LENGTHENED FOR A REPLACEMENT OR A SENIOR INSURED         *
      ********************************************************************

       3000-START-CLOCK.

           PERFORM 3100-FIND-STATE-ROW
               THRU 3199-FIND-STATE-ROW-EXIT.

           INITIALIZE FC-RECORD.
           MOVE FRCCNTRT-CONTRACT-NUMBER TO FC-POLICY.
           MOVE WS-RUN-CCYYMMDD          TO FC-START-DATE.
           MOVE WS-ISSUE-STATE           TO FC-ISSUE-STATE.
           MOVE SPACE                    TO FC-RESOLVED-DATE.
           MOVE ZERO                     TO FC-PREMIUMS-PAID
                                            FC-REFUND-AMOUNT.
           SET FC-OPEN                   TO TRUE.

           IF WS-FOUND-TABLE-SUB EQUAL ZERO
               MOVE WS-DEFAULT-DAYS TO FC-WINDOW-DAYS
               SET FC-DEFAULT-WINDOW  TO TRUE
               SET FC-REFUND-PREMIUMS TO TRUE
               GO TO 3080-START-CLOCK-WRITE
           END-IF.

           MOVE FL-STD-DAYS (WS-FOUND-TABLE-SUB) TO FC-WINDOW-DAYS.
           MOVE FL-REFUND-BASIS (WS-FOUND-TABLE-SUB)
               TO FC-REFUND-BASIS.
           SET FC-STANDARD-WINDOW TO TRUE.
           IF WS-NO-STATE-ROW
               SET FC-DEFAULT-WINDOW TO TRUE
           END-IF.

           PERFORM 3200-CHECK-REPLACEMENT
               THRU 3299-CHECK-REPLACEMENT-EXIT.
           IF WS-REPL-SUB NOT EQUAL ZERO
               ADD +1 TO WS-REPLACEMENT-CNT
               IF FL-REPL-DAYS (WS-FOUND-TABLE-SUB) GREATER THAN
                       FC-WINDOW-DAYS
                   MOVE FL-REPL-DAYS (WS-FOUND-TABLE-SUB)
                       TO FC-WINDOW-DAYS
                   SET FC-REPLACEMENT-WINDOW TO TRUE
               END-IF
           END-IF.

           PERFORM 3300-FIND-ISSUE-AGE
               THRU 3399-FIND-ISSUE-AGE-EXIT.
           IF WS-ISSUE-AGE NOT LESS THAN WS-SENIOR-AGE
               ADD +1 TO WS-SENIOR-CNT
               IF FL-SENIOR-DAYS (WS-FOUND-TABLE-SUB) GREATER THAN
                       FC-WINDOW-DAYS
                   MOVE FL-SENIOR-DAYS (WS-FOUND-TABLE-SUB)
                       TO FC-WINDOW-DAYS
                   SET FC-SENIOR-WINDOW TO TRUE
               END-IF
           END-IF.

       3080-START-CLOCK-WRITE.

           PERFORM 2700-WRITE-TODAY
               THRU 2799-WRITE-TODAY-EXIT.
           ADD +1 TO WS-STARTED-CNT.

           MOVE ZERO TO WS-DAYS-ELAPSED WS-SHORT-AMT.
           MOVE 'N' TO WS-ACTION.
           MOVE 'CLOCK STARTED' TO WS-REMARK.
           IF WS-NO-STATE-ROW
               MOVE 'NO STATE ROW - DFLT' TO WS-REMARK
           END-IF.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4099-WRITE-REPORT-LINE-EXIT.

       3099-START-CLOCK-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  FLKTAB ROW FOR WS-ISSUE-STATE, ELSE THE '**' ROW. WS-FOUND-    *
      *  TABLE-SUB IS ZERO WHEN THERE IS NEITHER; WS-NO-STATE-ROW IS    *
      *  SET WHENEVER THE STATE ITSELF IS MISSING.                      *
      ********************************************************************

       3100-FIND-STATE-ROW.

           MOVE ZERO TO WS-TABLE-SUB WS-FOUND-TABLE-SUB
                        WS-DEFAULT-TABLE-SUB.
           MOVE 'N'  TO WS-NO-STATE-ROW-IND.

       3130-FIND-STATE-ROW-SEARCH.

           ADD +1 TO WS-TABLE-SUB.
           IF WS-TABLE-SUB GREATER THAN FL-USED
               SET WS-NO-STATE-ROW TO TRUE
               ADD +1 TO WS-NO-STATE-ROW-CNT
               MOVE WS-DEFAULT-TABLE-SUB TO WS-FOUND-TABLE-SUB
               GO TO 3199-FIND-STATE-ROW-EXIT
           END-IF.

           IF FL-STATE (WS-TABLE-SUB) EQUAL WS-ISSUE-STATE
               AND WS-ISSUE-STATE NOT EQUAL SPACE
               MOVE WS-TABLE-SUB TO WS-FOUND-TABLE-SUB
               GO TO 3199-FIND-STATE-ROW-EXIT
           END-IF.

           IF WS-DEFAULT-TABLE-SUB EQUAL ZERO
               AND FL-STATE (WS-TABLE-SUB) EQUAL '**'
               MOVE WS-TABLE-SUB TO WS-DEFAULT-TABLE-SUB
           END-IF.

           GO TO 3130-FIND-STATE-ROW-SEARCH.

       3199-FIND-STATE-ROW-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  IS THE CURRENT CONTRACT A NEW PLACEMENT ON RPLRPT - WS-REPL-   *
      *  SUB IS ZERO WHEN IT IS NOT                                     *
      ********************************************************************

       3200-CHECK-REPLACEMENT.

           MOVE ZERO TO WS-REPL-SUB.

       3230-CHECK-REPLACEMENT-SEARCH.

           ADD +1 TO WS-REPL-SUB.
           IF WS-REPL-SUB GREATER THAN RL-USED
               MOVE ZERO TO WS-REPL-SUB
               GO TO 3299-CHECK-REPLACEMENT-EXIT
           END-IF.

           IF RL-NEW-POLICY (WS-REPL-SUB) EQUAL
                   FRCCNTRT-CONTRACT-NUMBER
               GO TO 3299-CHECK-REPLACEMENT-EXIT
           END-IF.

           GO TO 3230-CHECK-REPLACEMENT-SEARCH.

       3299-CHECK-REPLACEMENT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ISSUE AGE OFF NYFPOWFF'S RPTOUT BY SEQUENTIAL MATCH - ZERO     *
      *  WHEN THE CONTRACT IS NOT THERE                                 *
      ********************************************************************

       3300-FIND-ISSUE-AGE.

           MOVE ZERO TO WS-ISSUE-AGE.

       3330-FIND-ISSUE-AGE-ADVANCE.

           IF OWFRPT-EOF
               GO TO 3399-FIND-ISSUE-AGE-EXIT
           END-IF.

           IF ORP-POLICY LESS THAN FRCCNTRT-CONTRACT-NUMBER
               PERFORM 2680-READ-OWFRPT
                   THRU 2689-READ-OWFRPT-EXIT
               GO TO 3330-FIND-ISSUE-AGE-ADVANCE
           END-IF.

           IF ORP-POLICY EQUAL FRCCNTRT-CONTRACT-NUMBER
               AND ORP-ISSUE-AGE NOT EQUAL SPACE
               MOVE ORP-ISSUE-AGE TO WS-ISSUE-AGE
           END-IF.

       3399-FIND-ISSUE-AGE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CHECK AN OPEN CLOCK. A FREE-LOOK TERMINATION IS REFUNDED IN    *
      *  FULL OR SHORT; A SURRENDER INSIDE THE WINDOW IS A FREE-LOOK    *
      *  CANCELLATION PROCESSED AS AN ORDINARY SURRENDER; PAST THE      *
      *  WINDOW THE CLOCK EXPIRES; ANY OTHER TERMINATION CLOSES IT.     *
      ********************************************************************

       3500-CHECK-CLOCK.

           MOVE ZERO TO WS-SHORT-AMT.
           IF FC-REFUND-PREMIUMS
               AND WS-REFUND-AMT LESS THAN WS-PREMIUM-AMT
               COMPUTE WS-SHORT-AMT = WS-PREMIUM-AMT - WS-REFUND-AMT
           END-IF.

           IF WS-TERM-FREE-LOOK
               IF WS-SHORT-AMT GREATER THAN ZERO
                   SET FC-SHORT-REFUND TO TRUE
                   ADD +1 TO WS-TOT-SHORT-CNT
                   ADD WS-SHORT-AMT TO WS-TOT-SHORT-AMT
                   MOVE 'S' TO WS-ACTION
                   MOVE 'REFUND SHORT' TO WS-REMARK
               ELSE
                   SET FC-REFUNDED TO TRUE
                   ADD +1 TO WS-REFUNDED-CNT
                   MOVE 'C' TO WS-ACTION
                   MOVE 'REFUNDED IN FULL' TO WS-REMARK
               END-IF
               GO TO 3580-CHECK-CLOCK-CLOSE
           END-IF.

           IF WS-SURR-IN-WINDOW
               OR (WS-TERM-SURRENDER
                   AND WS-DAYS-ELAPSED NOT GREATER THAN FC-WINDOW-DAYS)
               SET FC-SURRENDERED TO TRUE
               ADD +1 TO WS-TOT-SURR-CNT
               MOVE 'P' TO WS-ACTION
               MOVE 'PROCESSED AS SURR' TO WS-REMARK
               IF WS-SHORT-AMT GREATER THAN ZERO
                   ADD WS-SHORT-AMT TO WS-TOT-SHORT-AMT
                   MOVE 'SURR - REFUND SHORT' TO WS-REMARK
               END-IF
               GO TO 3580-CHECK-CLOCK-CLOSE
           END-IF.

           IF WS-DAYS-ELAPSED GREATER THAN FC-WINDOW-DAYS
               SET FC-EXPIRED TO TRUE
               ADD +1 TO WS-EXPIRED-CNT
               MOVE WS-RUN-CCYYMMDD TO FC-RESOLVED-DATE
               MOVE WS-PREMIUM-AMT  TO FC-PREMIUMS-PAID
               MOVE WS-REFUND-AMT   TO FC-REFUND-AMOUNT
               GO TO 3599-CHECK-CLOCK-EXIT
           END-IF.

           IF WS-CONTRACT-TERMINATED
               SET FC-TERMINATED TO TRUE
               ADD +1 TO WS-CLOSED-TERM-CNT
               MOVE 'T' TO WS-ACTION
               MOVE 'TERMINATED IN WINDOW' TO WS-REMARK
               GO TO 3580-CHECK-CLOCK-CLOSE
           END-IF.

           ADD +1 TO WS-STILL-OPEN-CNT.
           GO TO 3599-CHECK-CLOCK-EXIT.

       3580-CHECK-CLOCK-CLOSE.

           MOVE WS-RUN-CCYYMMDD TO FC-RESOLVED-DATE.
           MOVE WS-PREMIUM-AMT  TO FC-PREMIUMS-PAID.
           MOVE WS-REFUND-AMT   TO FC-REFUND-AMOUNT.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4099-WRITE-REPORT-LINE-EXIT.

       3599-CHECK-CLOCK-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  REPORT ONE CLOCK - FC-RECORD HOLDS THE CLOCK, WS-ACTION AND    *
      *  WS-REMARK THE OUTCOME                                          *
      ********************************************************************

       4000-WRITE-REPORT-LINE.

           SET RP-DETAIL-ROW TO TRUE.
           MOVE WS-RUN-DATE          TO RP-RUN-DATE.
           MOVE FC-POLICY            TO RP-POLICY-NUMBER.
           MOVE WS-ACTION            TO RP-ACTION.
           MOVE FC-ISSUE-STATE       TO RP-ISSUE-STATE.
           MOVE FC-START-DATE (5:4)  TO RP-START-DATE (1:4).
           MOVE FC-START-DATE (1:4)  TO RP-START-DATE (5:4).
           MOVE FC-WINDOW-DAYS       TO RP-WINDOW-DAYS.
           MOVE FC-WINDOW-REASON     TO RP-WINDOW-REASON.
           MOVE FC-REFUND-BASIS      TO RP-REFUND-BASIS.
           MOVE WS-DAYS-ELAPSED      TO RP-DAYS-ELAPSED.
           MOVE FC-PREMIUMS-PAID     TO RP-PREMIUMS-PAID.
           MOVE FC-REFUND-AMOUNT     TO RP-REFUND-AMOUNT.
           MOVE WS-SHORT-AMT         TO RP-SHORT-AMOUNT.
           MOVE 1                    TO RP-COUNT.
           MOVE WS-REMARK            TO RP-REMARK.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE FLKRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4099-WRITE-REPORT-LINE-EXIT.
           EXIT.
       EJECT

       4200-WRITE-TOTAL-LINE.

           SET RP-TOTAL-ROW TO TRUE.
           MOVE WS-RUN-DATE       TO RP-RUN-DATE.
           MOVE 'EXCEPTIONS'      TO RP-POLICY-NUMBER.
           MOVE SPACE             TO RP-ACTION RP-ISSUE-STATE
                                     RP-START-DATE RP-WINDOW-REASON
                                     RP-REFUND-BASIS.
           MOVE ZERO              TO RP-WINDOW-DAYS RP-DAYS-ELAPSED
                                     RP-PREMIUMS-PAID
                                     RP-REFUND-AMOUNT.
           MOVE WS-TOT-SHORT-AMT  TO RP-SHORT-AMOUNT.
           COMPUTE RP-COUNT = WS-TOT-SHORT-CNT + WS-TOT-SURR-CNT.
           MOVE 'SHORT + SURRENDERED' TO RP-REMARK.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE FLKRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4299-WRITE-TOTAL-LINE-EXIT.
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

           CLOSE CLOCK-PRIOR-FILE.
           CLOSE NBCONF-IN-FILE.
           CLOSE OWFRPT-FILE.
           CLOSE CLOCK-TODAY-FILE.
           CLOSE REPORT-FILE.

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
           DISPLAY 'NO CV SEGMENT: '             WS-NO-BASIC-SEG-CNT.
           DISPLAY 'PLACEMENTS READ: '           WS-NBCONF-READ-CNT.
           DISPLAY 'PLACEMENTS NOT ON VSAM2: '   WS-NBCONF-OFF-FILE-CNT.
           DISPLAY 'CLOCK ALREADY RUNNING: '     WS-ALREADY-RUNNING-CNT.
           DISPLAY 'CLOCKS STARTED: '            WS-STARTED-CNT.
           DISPLAY 'REPLACEMENT PLACEMENTS: '    WS-REPLACEMENT-CNT.
           DISPLAY 'SENIOR PLACEMENTS: '         WS-SENIOR-CNT.
           DISPLAY 'ISSUE STATE NOT ON FLKTAB: ' WS-NO-STATE-ROW-CNT.
           DISPLAY 'PRIOR CLOCKS READ: '         WS-PRIOR-READ-CNT.
           DISPLAY 'CLOSED CLOCKS DROPPED: '     WS-PRIOR-DROPPED-CNT.
           DISPLAY 'CLOCKS STILL OPEN: '         WS-STILL-OPEN-CNT.
           DISPLAY 'REFUNDED IN FULL: '          WS-REFUNDED-CNT.
           DISPLAY 'SHORT REFUNDS: '             WS-TOT-SHORT-CNT.
           DISPLAY 'PROCESSED AS SURRENDERS: '   WS-TOT-SURR-CNT.
           DISPLAY 'TOTAL REFUND SHORTFALL: '    WS-TOT-SHORT-AMT.
           DISPLAY 'CLOSED TERMINATED: '         WS-CLOSED-TERM-CNT.
           DISPLAY 'CLOCKS EXPIRED: '            WS-EXPIRED-CNT.
           DISPLAY 'CLOCK ROWS WRITTEN: '        WS-TODAY-WRITE-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYLNBILL.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT RATE-TABLE-FILE ASSIGN TO LNRATETB
               FILE STATUS IS RATE-TABLE-FILE-STATUS.
           SELECT BILL-PRIOR-FILE ASSIGN TO BILLPRI
               FILE STATUS IS BILL-PRIOR-FILE-STATUS.
           SELECT BILL-TODAY-FILE ASSIGN TO BILLTDY
               FILE STATUS IS BILL-TODAY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO LNBRPT
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO LNBILL
               FILE STATUS IS NOTICE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC  PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC    PIC X(80).

       FD  RATE-TABLE-FILE
           RECORDING MODE IS F.
       01  RATE-TABLE-REC    PIC X(80).

       FD  BILL-PRIOR-FILE
           RECORDING MODE IS F.
       01  BILL-PRIOR-REC    PIC X(100).

       FD  BILL-TODAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BILL-TODAY-REC    PIC X(100).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-REC        PIC X(200).

       FD  NOTICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NOTICE-REC        PIC X(80).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  POLICY LOAN INTEREST BILLING AT THE POLICY ANNIVERSARY. LOAN    *
      *  INTEREST FALLS DUE ON EACH ANNIVERSARY AND, UNPAID, IS          *
      *  CAPITALIZED INTO THE LOAN, BUT NO NOTICE WAS EVER SENT AHEAD    *
      *  OF IT. THIS PROGRAM BROWSES VSAM2 AND, FOR EACH CONTRACT NOT    *
      *  TERMINATED (CV SEGMENT 02 CURR-STAT 98/99), TAKES THE NEXT      *
      *  ANNIVERSARY OF THE INFORCE DATE (SEGMENT 52) ON OR AFTER THE    *
      *  BUSINESS DATE. A 02/29 INFORCE DATE ANNIVERSARIES ON 02/28.     *
      *  WHEN THAT ANNIVERSARY IS WITHIN THE BILLING WINDOW THE          *
      *  CONTRACT'S SEGMENT 69 HISTORY IS READ AND ITS LOAN ENTRIES      *
      *  (LN/LM/LG) ARE SUMMED INTO THE OUTSTANDING LOAN BALANCE -       *
      *  REPAYMENTS CARRY A NEGATIVE GROSS AMOUNT AND CAPITALIZED        *
      *  INTEREST POSTS AS A LOAN ENTRY. A POSITIVE BALANCE IS BILLED    *
      *  ONE YEAR'S INTEREST AT THE PLAN'S LOAN RATE FROM THE LNRATETB   *
      *  TABLE - THE ROW FOR THE FULL PLAN CODE, OR FAILING THAT THE     *
      *  PLAN FAMILY ROW (FIRST FIVE CHARACTERS). A LOANED CONTRACT      *
      *  WITH NO RATE IS REPORTED AND NOT BILLED.                        *
      *  LNBILL IS THE BILLING-NOTICE EXTRACT FOR THE PRINT VENDOR,      *
      *  POLICY NUMBER IN COLS 1-10, AND GOES THROUGH NYSUPPRS (FEED     *
      *  LOANBILL) LIKE EVERY OTHER LETTER EXTRACT.                      *
      *  THE BILLED-INTEREST FILE IS A GDG IN CKLNBHST LAYOUT CARRIED    *
      *  FROM RUN TO RUN (BILLPRI IN, BILLTDY OUT), SO AN ANNIVERSARY    *
      *  IS NEVER BILLED TWICE AND THE NEXT CYCLE CAN TELL WHAT BECAME   *
      *  OF EACH BILL. THE FIRST RUN AFTER THE ANNIVERSARY RESOLVES AN   *
      *  OPEN BILL AGAINST THE LOAN BALANCE THEN ON FILE: A BALANCE      *
      *  GROWN BY THE FULL INTEREST BILLED MEANS THE INTEREST WAS        *
      *  CAPITALIZED ('C'), ANYTHING LESS MEANS IT WAS PAID ('P'). A     *
      *  CONTRACT TERMINATED OR GONE FROM VSAM2 CLOSES ITS OPEN BILLS    *
      *  ('T').                                                          *
      *  LNBRPT CARRIES ONE ROW PER CONTRACT BILLED, ALREADY BILLED,     *
      *  MISSING A LOAN RATE OR WITH A BILL RESOLVED, AND A TOTAL ROW.   *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYLNBILL EXEC PGM=NYLNBILL                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //LNRATETB DD DISP=SHR,DSN=P54.CK.NYLNBILL.LOANRATE              *
      * //BILLPRI  DD DISP=SHR,DSN=T54.T9511F0.NYLNBILL.BILLED.DATA(0)   *
      * //BILLTDY  DD DSN=T54.T9511F0.NYLNBILL.BILLED.DATA(+1),          *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=100,BLKSIZE=0)                 *
      * //LNBRPT   DD DSN=T54.T9511F0.NYLNBILL.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)                 *
      * //LNBILL   DD DSN=T54.T9511F0.NYLNBILL.LOANBILL.DATA,            *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *     COLS 1-3   BILLING WINDOW - DAYS AHEAD OF THE ANNIVERSARY    *
      *                THE NOTICE IS SENT (DEFAULT 045)                  *
      *   LNRATETB - LOAN RATE TABLE, ONE 80-BYTE ROW PER PLAN: COLS     *
      *     1-11 PLAN CODE (COLS 1-5 ONLY, REST BLANK, FOR A PLAN        *
      *     FAMILY ROW), COLS 12-17 ANNUAL LOAN RATE 9V9(5), COLS 18-47  *
      *     DESCRIPTION                                                  *
      *   BILLPRI - THE PRIOR BILLED-INTEREST GENERATION. DUMMY ON THE   *
      *     FIRST RUN.                                                   *
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
      *     LNRATETB LOAN RATE TABLE BY PLAN                             *
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
           05 BILL-TODAY-FILE-STATUS         PIC X(02).
           05 REPORT-FILE-STATUS             PIC X(02).
           05 NOTICE-FILE-STATUS             PIC X(02).
           05 RATE-TABLE-FILE-STATUS         PIC X(02).
           05 BILL-PRIOR-FILE-STATUS         PIC X(02).

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

           05 RATE-TABLE-EOF-IND             PIC X(1).
              88 RATE-TABLE-EOF              VALUE 'Y'.

           05 BILL-PRIOR-EOF-IND             PIC X(1).
              88 BILL-PRIOR-EOF              VALUE 'Y'.

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
              88 ALL-LOANS                         VALUES 'LN', 'LM',
                                                          'LG'.

      * BILLING WINDOW - SYSIPT OVERRIDABLE
           05 WS-WINDOW-DAYS               PIC 9(03) VALUE 045.

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

      * NEXT ANNIVERSARY OF THE INFORCE DATE
           05 WS-ANNIV-EXT-DATE.
              10 WS-ANNIV-EXT-MM           PIC 9(02).
              10 WS-ANNIV-EXT-DD           PIC 9(02).
              10 WS-ANNIV-EXT-YYYY         PIC 9(04).
           05 WS-ANNIV-CCYYMMDD.
              10 WS-ANNIV-CCYY-8           PIC 9(04).
              10 WS-ANNIV-MM-8             PIC 9(02).
              10 WS-ANNIV-DD-8             PIC 9(02).
           05 WS-INT-ANNIV-DATE            COMP-3.
              10 WS-INT-ANNIV-YEAR         PIC S9(03).
              10 WS-INT-ANNIV-DAY          PIC S9(03).
           05 WS-INFORCE-YYYY-NUM          PIC 9(04).
           05 WS-DAYS-TO-ANNIV             PIC S9(05) COMP-3 VALUE +0.

      * CURRENT CONTRACT
           05 WS-CONTRACT-IND              PIC X(01).
              88 WS-CONTRACT-ACTIVE        VALUE 'A'.
              88 WS-CONTRACT-TERMINATED    VALUE 'T'.
              88 WS-CONTRACT-UNKNOWN       VALUE 'U'.
           05 WS-BILL-DUE-IND              PIC X(01).
              88 WS-BILL-DUE               VALUE 'Y'.
           05 WS-ALREADY-BILLED-IND        PIC X(01).
              88 WS-ALREADY-BILLED         VALUE 'Y'.
           05 WS-PLAN-CODE                 PIC X(11).
           05 WS-OWNER-NAME                PIC X(40).
           05 WS-LOAN-BALANCE              PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-LOAN-RATE                 PIC 9(01)V9(05) VALUE ZERO.
           05 WS-INTEREST                  PIC S9(07)V99 COMP-3
                                                          VALUE +0.
           05 WS-CAPITALIZED-BALANCE       PIC S9(11)V99 COMP-3
                                                          VALUE +0.
           05 WS-RATE-SUB                  PIC S9(05) COMP-3 VALUE +0.
           05 WS-FOUND-RATE-SUB            PIC S9(05) COMP-3 VALUE +0.
           05 WS-FAMILY-RATE-SUB           PIC S9(05) COMP-3 VALUE +0.
           05 WS-ACTION                    PIC X(01).
           05 WS-REMARK                    PIC X(20).

      * TOTALS
           05 WS-TOT-BILLED-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-TOT-BALANCE        PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-INTEREST       PIC S9(11)V99 COMP-3 VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-BASIC-SEG-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-TERMINATED-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-INFORCE-DT-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-IN-WINDOW-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-LOAN-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-ALREADY-BILLED-CNT PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-RATE-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-NOTICE-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-PRIOR-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-TODAY-WRITE-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-PAID-CNT           PIC S9(9) COMP-3 VALUE +0.
           05 WS-CAPITALIZED-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-CLOSED-TERM-CNT    PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      * LOAN RATE TABLE (LNRATETB)                                      *
      ********************************************************************

       01 LOAN-RATE-TABLE.
           05 LR-USED                PIC S9(05) COMP-3 VALUE +0.
           05 LR-ENTRY OCCURS 500 TIMES.
               10 LR-PLAN-CODE       PIC X(11).
               10 LR-PLAN-FAMILY REDEFINES LR-PLAN-CODE.
                  15 LR-FAMILY-CODE  PIC X(05).
                  15 LR-FAMILY-REST  PIC X(06).
               10 LR-LOAN-RATE       PIC 9(01)V9(05).

       01 RT-RATE-TABLE-RECORD.
           05 RT-PLAN-CODE           PIC X(11).
           05 RT-LOAN-RATE           PIC 9(01)V9(05).
           05 RT-DESCRIPTION         PIC X(30).
           05 FILLER                 PIC X(33).
       EJECT

      ********************************************************************
      * BILLED-INTEREST RECORD - PRIOR GENERATION ROWS ARE MOVED HERE   *
      * TO BE RESOLVED, AND NEW BILLS ARE BUILT HERE                    *
      ********************************************************************

       01 BH-RECORD.
          COPY CKLNBHST.
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

       01 USER-SEGMENT.
          COPY CKFRECUZ.
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
      * REPORT RECORD - ONE ROW PER CONTRACT BILLED OR BILL RESOLVED    *
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
           05 RP-PLAN-CODE           PIC X(11).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-ANNIV-DATE          PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-DAYS-TO-ANNIV       PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-LOAN-BALANCE        PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-LOAN-RATE           PIC 9.9(5).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-INTEREST            PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-BILLED-BALANCE      PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-COUNT               PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-OWNER-NAME          PIC X(27).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-REMARK              PIC X(20).
           05 FILLER                 PIC X(30) VALUE SPACES.
       EJECT

      ********************************************************************
      * BILLING-NOTICE EXTRACT FOR THE PRINT VENDOR                     *
      ********************************************************************

       01 LB-RECORD.
           05 LB-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LB-ANNIV-DATE          PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LB-LOAN-BALANCE        PIC Z(8)9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LB-LOAN-RATE           PIC 9.9(5).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LB-INTEREST            PIC Z(6)9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LB-OWNER-NAME          PIC X(27).
           05 FILLER                 PIC X(01) VALUE SPACE.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYLNBILL WORKING STORAGE ENDS  '.
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

      * WHATEVER IS LEFT ON THE PRIOR GENERATION IS OFF VSAM2
           MOVE HIGH-VALUES TO FRCCNTRT-CONTRACT-NUMBER.
           PERFORM 2300-CARRY-OFF-FILE
               THRU 2399-CARRY-OFF-FILE-EXIT.

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
           MOVE ZERO TO LR-USED.

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
               MOVE CONTROL-CARD-REC (1:3) TO WS-WINDOW-DAYS
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           DISPLAY 'LOAN INTEREST BILLING DATE: '   WS-RUN-DATE.
           DISPLAY 'BILLING WINDOW DAYS: '          WS-WINDOW-DAYS.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT BILL-TODAY-FILE.
           IF BILL-TODAY-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN BILLTDY FAILED, STATUS = '
                       BILL-TODAY-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN LNBRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT NOTICE-FILE.
           IF NOTICE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN LNBILL FAILED, STATUS = '
                       NOTICE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

      * LOAD THE LOAN RATE TABLE AND PRIME THE PRIOR GENERATION
           PERFORM 1300-LOAD-RATE-TABLE
               THRU 1399-LOAD-RATE-TABLE-EXIT.

           MOVE 'N' TO BILL-PRIOR-EOF-IND.
           OPEN INPUT BILL-PRIOR-FILE.
           IF BILL-PRIOR-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN BILLPRI FAILED, STATUS = '
                       BILL-PRIOR-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           PERFORM 2600-READ-PRIOR
               THRU 2699-READ-PRIOR-EXIT.

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
      *                    LOAD THE LOAN RATE TABLE                     *
      ********************************************************************

       1300-LOAD-RATE-TABLE.

           MOVE 'N' TO RATE-TABLE-EOF-IND.
           OPEN INPUT RATE-TABLE-FILE.
           IF RATE-TABLE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN LNRATETB FAILED, STATUS = '
                       RATE-TABLE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       1350-LOAD-RATE-TABLE-RTN.

           READ RATE-TABLE-FILE INTO RT-RATE-TABLE-RECORD
               AT END SET RATE-TABLE-EOF TO TRUE
           END-READ.

           IF RATE-TABLE-EOF
               GO TO 1380-LOAD-RATE-TABLE-DONE
           END-IF.

           IF RT-PLAN-CODE = SPACE
               GO TO 1350-LOAD-RATE-TABLE-RTN
           END-IF.

           IF LR-USED NOT LESS THAN 500
               DISPLAY 'LOAN RATE TABLE EXCEEDS 500 ENTRIES - ROWS'
               DISPLAY 'BEYOND THE CAP ARE IGNORED'
               GO TO 1380-LOAD-RATE-TABLE-DONE
           END-IF.

           ADD +1 TO LR-USED.
           MOVE RT-PLAN-CODE    TO LR-PLAN-CODE (LR-USED).
           IF RT-LOAN-RATE NUMERIC
               MOVE RT-LOAN-RATE TO LR-LOAN-RATE (LR-USED)
           ELSE
               MOVE ZERO         TO LR-LOAN-RATE (LR-USED)
           END-IF.

           GO TO 1350-LOAD-RATE-TABLE-RTN.

       1380-LOAD-RATE-TABLE-DONE.

           CLOSE RATE-TABLE-FILE.
           DISPLAY 'LOAN RATE TABLE ENTRIES: ' LR-USED.

       1399-LOAD-RATE-TABLE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ONE INFORCE CONTRACT - CARRY THE PRIOR BILLS FORWARD AND BILL  *
      *  THE NEXT ANNIVERSARY WHEN IT IS INSIDE THE BILLING WINDOW      *
      ********************************************************************

       2000-PROCESS-CONTRACT.

           PERFORM 2100-READ-INFORCE
               THRU 2199-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 2000-PROCESS-CONTRACT-EXIT
           END-IF.

           ADD +1 TO WS-INFORCE-READ-CNT.

      * PRIOR BILLS FOR CONTRACTS NO LONGER ON VSAM2
           PERFORM 2300-CARRY-OFF-FILE
               THRU 2399-CARRY-OFF-FILE-EXIT.

           PERFORM 2200-EXAMINE-CONTRACT
               THRU 2299-EXAMINE-CONTRACT-EXIT.

      * THE LOAN BALANCE IS NEEDED TO BILL, OR TO RESOLVE A PRIOR BILL
           MOVE ZERO TO WS-LOAN-BALANCE.
           IF WS-BILL-DUE
               OR (NOT BILL-PRIOR-EOF
                   AND BILL-PRIOR-REC (1:10) EQUAL
                       FRCCNTRT-CONTRACT-NUMBER)
               PERFORM 2400-TOTAL-LOANS
                   THRU 2499-TOTAL-LOANS-EXIT
           END-IF.

           MOVE 'N' TO WS-ALREADY-BILLED-IND.
           PERFORM 2500-CARRY-PRIOR-BILLS
               THRU 2599-CARRY-PRIOR-BILLS-EXIT.

           IF NOT WS-BILL-DUE
               GO TO 2000-PROCESS-CONTRACT-EXIT
           END-IF.

           IF WS-LOAN-BALANCE NOT GREATER THAN ZERO
               ADD +1 TO WS-NO-LOAN-CNT
               GO TO 2000-PROCESS-CONTRACT-EXIT
           END-IF.

           PERFORM 3000-BILL-CONTRACT
               THRU 3099-BILL-CONTRACT-EXIT.

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
      *  STATUS, PLAN AND OWNER OFF THE CV AND AU SEGMENTS, AND THE     *
      *  NEXT ANNIVERSARY OF THE INFORCE DATE OFF SEGMENT 52            *
      ********************************************************************

       2200-EXAMINE-CONTRACT.

           MOVE 'N'   TO WS-BILL-DUE-IND.
           MOVE SPACE TO WS-PLAN-CODE WS-OWNER-NAME.
           MOVE ZERO  TO WS-DAYS-TO-ANNIV.
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
           MOVE PLAN-CODE OF CV-SEGMENT TO WS-PLAN-CODE.

           IF CURR-STAT OF CV-SEGMENT EQUAL '98' OR '99'
               SET WS-CONTRACT-TERMINATED TO TRUE
               ADD +1 TO WS-TERMINATED-CNT
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

           SET WS-CONTRACT-ACTIVE TO TRUE.

           MOVE +0   TO WS-SEG-SEQ.
           MOVE '18' TO WS-SEG-ID.
           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.
           IF WS-IO-CODE EQUAL '0'
               MOVE WS-SEG-WORK-AREA TO AU-SEGMENT
               MOVE OWNER-NAME OF AU-SEGMENT TO WS-OWNER-NAME
           END-IF.

           MOVE +0   TO WS-SEG-SEQ.
           MOVE '52' TO WS-SEG-ID.
           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-NO-INFORCE-DT-CNT
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO USER-SEGMENT.
           IF FUZINFDT-INFORCE-DATE NOT NUMERIC
               OR FUZINFDT-MM EQUAL '00'
               OR FUZINFDT-DD EQUAL '00'
               ADD +1 TO WS-NO-INFORCE-DT-CNT
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

      * NEXT ANNIVERSARY ON OR AFTER THE BUSINESS DATE
           MOVE FUZINFDT-MM   TO WS-ANNIV-EXT-MM.
           MOVE FUZINFDT-DD   TO WS-ANNIV-EXT-DD.
           MOVE FUZINFDT-YYYY TO WS-INFORCE-YYYY-NUM.
           IF WS-ANNIV-EXT-MM EQUAL 02 AND WS-ANNIV-EXT-DD EQUAL 29
               MOVE 28 TO WS-ANNIV-EXT-DD
           END-IF.
           MOVE WS-RUN-CCYY-8 TO WS-ANNIV-EXT-YYYY.

           CALL 'CKDCEXIN' USING WS-ANNIV-EXT-DATE WS-INT-ANNIV-DATE.

           COMPUTE WS-DAYS-TO-ANNIV =
               (WS-INT-ANNIV-YEAR - WS-INT-RUN-YEAR) * 365 +
               (WS-INT-ANNIV-DAY - WS-INT-RUN-DAY).

      * ANNIVERSARY ALREADY PASSED THIS YEAR - TAKE NEXT YEAR'S
           IF WS-DAYS-TO-ANNIV < 0
               COMPUTE WS-DAYS-TO-ANNIV = WS-DAYS-TO-ANNIV + 365
               ADD 1 TO WS-ANNIV-EXT-YYYY
           END-IF.

           MOVE WS-ANNIV-EXT-YYYY TO WS-ANNIV-CCYY-8.
           MOVE WS-ANNIV-EXT-MM   TO WS-ANNIV-MM-8.
           MOVE WS-ANNIV-EXT-DD   TO WS-ANNIV-DD-8.

      * THE FIRST ANNIVERSARY IS ONE YEAR AFTER THE INFORCE DATE
           IF WS-ANNIV-EXT-YYYY NOT GREATER THAN WS-INFORCE-YYYY-NUM
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

           IF WS-DAYS-TO-ANNIV GREATER THAN WS-WINDOW-DAYS
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

           SET WS-BILL-DUE TO TRUE.
           ADD +1 TO WS-IN-WINDOW-CNT.

       2299-EXAMINE-CONTRACT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PRIOR BILLS FOR CONTRACTS LOWER THAN THE CURRENT ONE ARE FOR   *
      *  CONTRACTS GONE FROM VSAM2 - CARRY THEM FORWARD, CLOSING ANY    *
      *  STILL OPEN AS TERMINATED                                       *
      ********************************************************************

       2300-CARRY-OFF-FILE.

           IF BILL-PRIOR-EOF
               GO TO 2399-CARRY-OFF-FILE-EXIT
           END-IF.

           IF BILL-PRIOR-REC (1:10) NOT LESS THAN
                   FRCCNTRT-CONTRACT-NUMBER
               GO TO 2399-CARRY-OFF-FILE-EXIT
           END-IF.

           MOVE BILL-PRIOR-REC TO BH-RECORD.
           IF BH-OPEN
               SET BH-TERMINATED TO TRUE
               MOVE WS-RUN-CCYYMMDD TO BH-RESOLVED-DATE
               MOVE ZERO TO BH-RESOLVED-BALANCE
               ADD +1 TO WS-CLOSED-TERM-CNT
               MOVE 'T' TO WS-ACTION
               MOVE 'OFF INFORCE FILE' TO WS-REMARK
               PERFORM 4000-WRITE-RESOLUTION
                   THRU 4099-WRITE-RESOLUTION-EXIT
           END-IF.

           PERFORM 2700-WRITE-TODAY
               THRU 2799-WRITE-TODAY-EXIT.
           PERFORM 2600-READ-PRIOR
               THRU 2699-READ-PRIOR-EXIT.

           GO TO 2300-CARRY-OFF-FILE.

       2399-CARRY-OFF-FILE-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *T           OUTSTANDING LOAN BALANCE - SEGMENT 69                *
      ******************************************************************

       2400-TOTAL-LOANS.

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
               GO TO 2499-TOTAL-LOANS-EXIT
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
               GO TO 2499-TOTAL-LOANS-EXIT
           END-IF.

           SET HISTORY-FILE TO TRUE.
           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       2420-NEXT-SEG-69.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2499-TOTAL-LOANS-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF ALL-LOANS
               ADD TXGROSS-GROSS-AMOUNT TO WS-LOAN-BALANCE
           END-IF.

           GO TO 2420-NEXT-SEG-69.

       2499-TOTAL-LOANS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PRIOR BILLS FOR THE CURRENT CONTRACT. AN OPEN BILL WHOSE       *
      *  ANNIVERSARY HAS PASSED IS RESOLVED AGAINST TODAY'S BALANCE;    *
      *  A TERMINATED CONTRACT CLOSES EVERY OPEN BILL. A BILL ALREADY   *
      *  ON FILE FOR THE ANNIVERSARY NOW DUE STOPS A SECOND NOTICE.     *
      ********************************************************************

       2500-CARRY-PRIOR-BILLS.

           IF BILL-PRIOR-EOF
               GO TO 2599-CARRY-PRIOR-BILLS-EXIT
           END-IF.

           IF BILL-PRIOR-REC (1:10) NOT EQUAL
                   FRCCNTRT-CONTRACT-NUMBER
               GO TO 2599-CARRY-PRIOR-BILLS-EXIT
           END-IF.

           MOVE BILL-PRIOR-REC TO BH-RECORD.

           IF WS-BILL-DUE
               AND BH-ANNIV-DATE EQUAL WS-ANNIV-CCYYMMDD
               SET WS-ALREADY-BILLED TO TRUE
           END-IF.

           IF NOT BH-OPEN
               OR WS-CONTRACT-UNKNOWN
               GO TO 2580-CARRY-PRIOR-WRITE
           END-IF.

           IF WS-CONTRACT-TERMINATED
               SET BH-TERMINATED TO TRUE
               MOVE WS-RUN-CCYYMMDD TO BH-RESOLVED-DATE
               MOVE WS-LOAN-BALANCE TO BH-RESOLVED-BALANCE
               ADD +1 TO WS-CLOSED-TERM-CNT
               MOVE 'T' TO WS-ACTION
               MOVE 'CONTRACT TERMINATED' TO WS-REMARK
               PERFORM 4000-WRITE-RESOLUTION
                   THRU 4099-WRITE-RESOLUTION-EXIT
               GO TO 2580-CARRY-PRIOR-WRITE
           END-IF.

           IF BH-ANNIV-DATE NOT LESS THAN WS-RUN-CCYYMMDD
               GO TO 2580-CARRY-PRIOR-WRITE
           END-IF.

      * ANNIVERSARY PASSED - CAPITALIZED IF THE LOAN GREW BY THE
      * FULL INTEREST BILLED, OTHERWISE PAID
           COMPUTE WS-CAPITALIZED-BALANCE =
               BH-LOAN-BALANCE + BH-INTEREST-BILLED.
           MOVE WS-RUN-CCYYMMDD TO BH-RESOLVED-DATE.
           MOVE WS-LOAN-BALANCE TO BH-RESOLVED-BALANCE.
           IF WS-LOAN-BALANCE NOT LESS THAN WS-CAPITALIZED-BALANCE
               SET BH-CAPITALIZED TO TRUE
               ADD +1 TO WS-CAPITALIZED-CNT
               MOVE 'C' TO WS-ACTION
               MOVE 'INTEREST CAPITALIZED' TO WS-REMARK
           ELSE
               SET BH-PAID TO TRUE
               ADD +1 TO WS-PAID-CNT
               MOVE 'P' TO WS-ACTION
               MOVE 'INTEREST PAID' TO WS-REMARK
           END-IF.
           PERFORM 4000-WRITE-RESOLUTION
               THRU 4099-WRITE-RESOLUTION-EXIT.

       2580-CARRY-PRIOR-WRITE.

           PERFORM 2700-WRITE-TODAY
               THRU 2799-WRITE-TODAY-EXIT.
           PERFORM 2600-READ-PRIOR
               THRU 2699-READ-PRIOR-EXIT.

           GO TO 2500-CARRY-PRIOR-BILLS.

       2599-CARRY-PRIOR-BILLS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *             READ THE NEXT PRIOR BILLED-INTEREST ROW             *
      ********************************************************************

       2600-READ-PRIOR.

           READ BILL-PRIOR-FILE
               AT END
                   SET BILL-PRIOR-EOF TO TRUE
                   GO TO 2699-READ-PRIOR-EXIT
           END-READ.

           ADD +1 TO WS-PRIOR-READ-CNT.

       2699-READ-PRIOR-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *           WRITE ONE ROW TO TODAY'S BILLED-INTEREST FILE         *
      ********************************************************************

       2700-WRITE-TODAY.

           WRITE BILL-TODAY-REC FROM BH-RECORD.
           IF BILL-TODAY-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE BILLTDY FAILED, STATUS = '
                       BILL-TODAY-FILE-STATUS
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
      *  BILL THE ANNIVERSARY - ONE YEAR'S INTEREST ON THE OUTSTANDING  *
      *  BALANCE AT THE PLAN'S LOAN RATE                                *
      ********************************************************************

       3000-BILL-CONTRACT.

           MOVE ZERO  TO WS-INTEREST WS-LOAN-RATE.

           IF WS-ALREADY-BILLED
               ADD +1 TO WS-ALREADY-BILLED-CNT
               MOVE 'A' TO WS-ACTION
               MOVE 'ALREADY BILLED' TO WS-REMARK
               PERFORM 4100-WRITE-BILL-LINE
                   THRU 4199-WRITE-BILL-LINE-EXIT
               GO TO 3099-BILL-CONTRACT-EXIT
           END-IF.

           PERFORM 3100-FIND-LOAN-RATE
               THRU 3199-FIND-LOAN-RATE-EXIT.

           IF WS-FOUND-RATE-SUB EQUAL ZERO
               ADD +1 TO WS-NO-RATE-CNT
               MOVE 'N' TO WS-ACTION
               MOVE 'NO LOAN RATE' TO WS-REMARK
               PERFORM 4100-WRITE-BILL-LINE
                   THRU 4199-WRITE-BILL-LINE-EXIT
               GO TO 3099-BILL-CONTRACT-EXIT
           END-IF.

           MOVE LR-LOAN-RATE (WS-FOUND-RATE-SUB) TO WS-LOAN-RATE.
           COMPUTE WS-INTEREST ROUNDED =
               WS-LOAN-BALANCE * WS-LOAN-RATE.

           INITIALIZE BH-RECORD.
           MOVE FRCCNTRT-CONTRACT-NUMBER TO BH-POLICY.
           MOVE WS-ANNIV-CCYYMMDD        TO BH-ANNIV-DATE.
           MOVE WS-RUN-CCYYMMDD          TO BH-BILL-DATE.
           MOVE WS-PLAN-CODE             TO BH-PLAN-CODE.
           MOVE WS-LOAN-RATE             TO BH-LOAN-RATE.
           MOVE WS-LOAN-BALANCE          TO BH-LOAN-BALANCE.
           MOVE WS-INTEREST              TO BH-INTEREST-BILLED.
           SET BH-OPEN                   TO TRUE.
           MOVE SPACE                    TO BH-RESOLVED-DATE.
           MOVE ZERO                     TO BH-RESOLVED-BALANCE.
           PERFORM 2700-WRITE-TODAY
               THRU 2799-WRITE-TODAY-EXIT.

           INITIALIZE LB-RECORD.
           MOVE FRCCNTRT-CONTRACT-NUMBER TO LB-POLICY-NUMBER.
           MOVE WS-ANNIV-EXT-DATE        TO LB-ANNIV-DATE.
           MOVE WS-LOAN-BALANCE          TO LB-LOAN-BALANCE.
           MOVE WS-LOAN-RATE             TO LB-LOAN-RATE.
           MOVE WS-INTEREST              TO LB-INTEREST.
           MOVE WS-OWNER-NAME            TO LB-OWNER-NAME.

           WRITE NOTICE-REC FROM LB-RECORD.
           IF NOTICE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE LNBILL FAILED, STATUS = '
                       NOTICE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-NOTICE-CNT.

           ADD +1            TO WS-TOT-BILLED-CNT.
           ADD WS-LOAN-BALANCE TO WS-TOT-BALANCE.
           ADD WS-INTEREST   TO WS-TOT-INTEREST.

           MOVE 'B' TO WS-ACTION.
           MOVE 'NOTICE SENT' TO WS-REMARK.
           PERFORM 4100-WRITE-BILL-LINE
               THRU 4199-WRITE-BILL-LINE-EXIT.

       3099-BILL-CONTRACT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  LOAN RATE FOR WS-PLAN-CODE - THE FULL PLAN CODE ROW, ELSE THE  *
      *  PLAN FAMILY ROW. WS-FOUND-RATE-SUB IS ZERO WHEN THERE IS NONE. *
      ********************************************************************

       3100-FIND-LOAN-RATE.

           MOVE ZERO TO WS-RATE-SUB WS-FOUND-RATE-SUB
                        WS-FAMILY-RATE-SUB.

       3130-FIND-LOAN-RATE-SEARCH.

           ADD +1 TO WS-RATE-SUB.
           IF WS-RATE-SUB GREATER THAN LR-USED
               MOVE WS-FAMILY-RATE-SUB TO WS-FOUND-RATE-SUB
               GO TO 3199-FIND-LOAN-RATE-EXIT
           END-IF.

           IF LR-PLAN-CODE (WS-RATE-SUB) EQUAL WS-PLAN-CODE
               MOVE WS-RATE-SUB TO WS-FOUND-RATE-SUB
               GO TO 3199-FIND-LOAN-RATE-EXIT
           END-IF.

           IF WS-FAMILY-RATE-SUB EQUAL ZERO
               AND LR-FAMILY-REST (WS-RATE-SUB) EQUAL SPACE
               AND LR-FAMILY-CODE (WS-RATE-SUB) EQUAL
                   WS-PLAN-CODE (1:5)
               MOVE WS-RATE-SUB TO WS-FAMILY-RATE-SUB
           END-IF.

           GO TO 3130-FIND-LOAN-RATE-SEARCH.

       3199-FIND-LOAN-RATE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  REPORT A PRIOR BILL RESOLVED THIS RUN - BH-RECORD HOLDS THE    *
      *  BILL AND WS-ACTION/WS-REMARK THE OUTCOME                       *
      ********************************************************************

       4000-WRITE-RESOLUTION.

           SET RP-DETAIL-ROW TO TRUE.
           MOVE WS-RUN-DATE          TO RP-RUN-DATE.
           MOVE BH-POLICY            TO RP-POLICY-NUMBER.
           MOVE WS-ACTION            TO RP-ACTION.
           MOVE BH-PLAN-CODE         TO RP-PLAN-CODE.
           MOVE BH-ANNIV-DATE (5:4)  TO RP-ANNIV-DATE (1:4).
           MOVE BH-ANNIV-DATE (1:4)  TO RP-ANNIV-DATE (5:4).
           MOVE ZERO                 TO RP-DAYS-TO-ANNIV.
           MOVE BH-RESOLVED-BALANCE  TO RP-LOAN-BALANCE.
           MOVE BH-LOAN-RATE         TO RP-LOAN-RATE.
           MOVE BH-INTEREST-BILLED   TO RP-INTEREST.
           MOVE BH-LOAN-BALANCE      TO RP-BILLED-BALANCE.
           MOVE 1                    TO RP-COUNT.
           MOVE SPACE                TO RP-OWNER-NAME.
           IF BH-POLICY EQUAL FRCCNTRT-CONTRACT-NUMBER
               MOVE WS-OWNER-NAME    TO RP-OWNER-NAME
           END-IF.
           MOVE WS-REMARK            TO RP-REMARK.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE LNBRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4099-WRITE-RESOLUTION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  REPORT THE CURRENT CONTRACT'S ANNIVERSARY - BILLED, ALREADY    *
      *  BILLED OR NOT BILLED FOR WANT OF A LOAN RATE                   *
      ********************************************************************

       4100-WRITE-BILL-LINE.

           SET RP-DETAIL-ROW TO TRUE.
           MOVE WS-RUN-DATE              TO RP-RUN-DATE.
           MOVE FRCCNTRT-CONTRACT-NUMBER TO RP-POLICY-NUMBER.
           MOVE WS-ACTION                TO RP-ACTION.
           MOVE WS-PLAN-CODE             TO RP-PLAN-CODE.
           MOVE WS-ANNIV-EXT-DATE        TO RP-ANNIV-DATE.
           MOVE WS-DAYS-TO-ANNIV         TO RP-DAYS-TO-ANNIV.
           MOVE WS-LOAN-BALANCE          TO RP-LOAN-BALANCE.
           MOVE WS-LOAN-RATE             TO RP-LOAN-RATE.
           MOVE WS-INTEREST              TO RP-INTEREST.
           MOVE ZERO                     TO RP-BILLED-BALANCE.
           MOVE 1                        TO RP-COUNT.
           MOVE WS-OWNER-NAME            TO RP-OWNER-NAME.
           MOVE WS-REMARK                TO RP-REMARK.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE LNBRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4199-WRITE-BILL-LINE-EXIT.
           EXIT.
       EJECT

       4200-WRITE-TOTAL-LINE.

           SET RP-TOTAL-ROW TO TRUE.
           MOVE WS-RUN-DATE       TO RP-RUN-DATE.
           MOVE 'ALL BILLED'      TO RP-POLICY-NUMBER.
           MOVE SPACE             TO RP-ACTION RP-PLAN-CODE
                                     RP-ANNIV-DATE RP-OWNER-NAME
                                     RP-REMARK.
           MOVE ZERO              TO RP-DAYS-TO-ANNIV RP-LOAN-RATE
                                     RP-BILLED-BALANCE.
           MOVE WS-TOT-BALANCE    TO RP-LOAN-BALANCE.
           MOVE WS-TOT-INTEREST   TO RP-INTEREST.
           MOVE WS-TOT-BILLED-CNT TO RP-COUNT.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE LNBRPT FAILED, STATUS = '
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

           CLOSE BILL-PRIOR-FILE.
           CLOSE BILL-TODAY-FILE.
           CLOSE REPORT-FILE.
           CLOSE NOTICE-FILE.

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
           DISPLAY 'NO BASIC SEGMENT: '          WS-NO-BASIC-SEG-CNT.
           DISPLAY 'TERMINATED CONTRACTS: '      WS-TERMINATED-CNT.
           DISPLAY 'NO USABLE INFORCE DATE: '    WS-NO-INFORCE-DT-CNT.
           DISPLAY 'ANNIVERSARY IN WINDOW: '     WS-IN-WINDOW-CNT.
           DISPLAY 'NO LOAN OUTSTANDING: '       WS-NO-LOAN-CNT.
           DISPLAY 'ALREADY BILLED: '            WS-ALREADY-BILLED-CNT.
           DISPLAY 'NO LOAN RATE ON TABLE: '     WS-NO-RATE-CNT.
           DISPLAY 'BILLING NOTICES WRITTEN: '   WS-NOTICE-CNT.
           DISPLAY 'TOTAL BALANCE BILLED: '      WS-TOT-BALANCE.
           DISPLAY 'TOTAL INTEREST BILLED: '     WS-TOT-INTEREST.
           DISPLAY 'PRIOR BILLS READ: '          WS-PRIOR-READ-CNT.
           DISPLAY 'BILLS RESOLVED PAID: '       WS-PAID-CNT.
           DISPLAY 'BILLS RESOLVED CAPITALIZED: ' WS-CAPITALIZED-CNT.
           DISPLAY 'BILLS CLOSED TERMINATED: '   WS-CLOSED-TERM-CNT.
           DISPLAY 'BILLED-INTEREST ROWS WRITTEN: ' WS-TODAY-WRITE-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT

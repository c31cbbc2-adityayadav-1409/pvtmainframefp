       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYLBXREC.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE   ASSIGN TO BUSDATE.
           SELECT LOCKBOX-IN-FILE   ASSIGN TO LBXIN.
           SELECT SUSPENSE-PRI-FILE ASSIGN TO SUSPPRI.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPOUT
               FILE STATUS IS SUSPENSE-OUT-FILE-STATUS.
           SELECT RECON-OUT-FILE    ASSIGN TO LBXRPT
               FILE STATUS IS RECON-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC         PIC X(80).

       FD  LOCKBOX-IN-FILE
           RECORDING MODE IS F.
       01  LOCKBOX-IN-REC         PIC X(80).

       FD  SUSPENSE-PRI-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-PRI-REC       PIC X(150).

       FD  SUSPENSE-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SUSPENSE-OUT-REC       PIC X(150).

       FD  RECON-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RECON-OUT-REC          PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  PREMIUM LOCKBOX DEPOSIT RECONCILIATION. THE BANK'S LOCKBOX      *
      *  DEPOSIT FILE IS MATCHED AGAINST THE PREMIUMS THAT ACTUALLY      *
      *  POSTED - THE SEGMENT 69 ALL-PREM-PAYMENT ENTRIES WHOSE CALENDAR *
      *  DATE IS AFTER THE PRIOR BUSINESS DAY, UP TO AND INCLUDING THE   *
      *  BUSINESS DATE. THE ENTRIES COME FROM TWO BROWSES, AS IN         *
      *  NYGLJRNL: PASS 1 READS VSAM2 FOR EACH CONTRACT'S ISSUE DATE,    *
      *  PASS 2 READS VSAMX AND TAKES THE ENTRIES WHOSE ISSUE DATE PLUS  *
      *  TXASOF DURATION FALLS IN THAT SPAN. TODAY'S DEPOSITS AND        *
      *  APPLICATIONS ARE WORKED TOGETHER WITH THE ITEMS STILL OPEN FROM *
      *  EARLIER RUNS (SUSPPRI, A GDG), SO A DEPOSIT APPLIED DAYS LATER  *
      *  - OR AN APPLICATION WHOSE DEPOSIT ARRIVES ON A LATER BANK FILE  *
      *  - STILL MATCHES.                                                *
      *  A DEPOSIT AND AN APPLICATION MATCH ON POLICY NUMBER AND AMOUNT  *
      *  WHEN THE APPLICATION DATE IS WITHIN THE MATCH WINDOW OF THE     *
      *  DEPOSIT DATE. WHAT IS LEFT IS THEN PAIRED ON POLICY AND WINDOW  *
      *  ALONE - THOSE ARE AMOUNT MISMATCHES, REPORTED ONCE FOR WORKING. *
      *  DEPOSITS STILL OPEN ARE DEPOSITED-NOT-APPLIED (UNAPPLIED CASH)  *
      *  AND ARE CARRIED FORWARD UNTIL THEY MATCH, AGED FROM THE DEPOSIT *
      *  DATE INTO 0-5, 6-15, 16-30 AND OVER-30 DAY BUCKETS.             *
      *  APPLICATIONS STILL OPEN ARE APPLIED-NOT-DEPOSITED AND ARE       *
      *  CARRIED WHILE A LATE DEPOSIT COULD STILL MATCH THEM (THE MATCH  *
      *  WINDOW).                                                        *
      *  LBXRPT LISTS EVERY OPEN AND MISMATCHED ITEM, THEN SUMMARY ROWS  *
      *  BY CATEGORY AND AGING BUCKET.                                   *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYLBXREC EXEC PGM=NYLBXREC                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //LBXIN    DD DISP=SHR,DSN=P54.CK.LOCKBOX.DEPOSIT.DATA(0)        *
      * //SUSPPRI  DD DISP=SHR,DSN=T54.T9511F0.NYLBXREC.SUSPENSE.DATA(0) *
      * //SUSPOUT  DD DSN=T54.T9511F0.NYLBXREC.SUSPENSE.DATA(+1),        *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=150,BLKSIZE=0)                 *
      * //LBXRPT   DD DSN=T54.T9511F0.NYLBXREC.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *       COLS 1-3 MATCH WINDOW IN DAYS (DEFAULT 005).               *
      *     LBXIN - BANK LOCKBOX DEPOSIT FILE, 80-BYTE ROWS. ONLY 'D'    *
      *       ITEM ROWS ARE READ; BANK HEADER AND TRAILER ROWS ARE       *
      *       SKIPPED. DEPOSIT DATE IS MMDDCCYY.                         *
      *     SUSPPRI IS DUMMY ON THE FIRST RUN. BUSDATE MAY BE DUMMY, IN  *
      *     WHICH CASE THE SYSTEM DATE IS THE BUSINESS DATE AND ONLY     *
      *     THAT DAY'S PREMIUMS ARE TAKEN.                               *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     MORE OPEN ITEMS OR CONTRACTS THAN THE TABLES HOLD -          *
      *     THE OVERFLOW IS COUNTED AND DISPLAYED                        *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKETRLST ---- TRAILER LIST ELEMENT                           *
      *     CKETRGET ---- TRAILER GET ELEMENT                            *
      *     CKDCEXIN ---- DATE CONVERSION                                *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYLBXREC WORKING STORAGE BEGINS'.
       COPY CKRECMAX.

      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY                      PIC X VALUE SPACE.
           05 INFORCE-VSAM                  PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM                  PIC X(8) VALUE 'VSAMX'.
           05 SUSPENSE-OUT-FILE-STATUS      PIC X(02).
           05 RECON-OUT-FILE-STATUS         PIC X(02).

           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.
           05 BUSDATE-EOF-IND               PIC X(1).
              88 BUSDATE-EOF                VALUE 'Y'.
           05 LOCKBOX-EOF-IND               PIC X(1).
              88 LOCKBOX-EOF                VALUE 'Y'.
           05 SUSPENSE-EOF-IND              PIC X(1).
              88 SUSPENSE-EOF               VALUE 'Y'.
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.
           05 HIST-EOF-IND                  PIC X(1).
              88 HIST-EOF                   VALUE 'Y'.
           05 WS-FILE-IND                   PIC X(1).
              88 INFORCE-FILE               VALUE 'I'.
              88 HISTORY-FILE               VALUE 'H'.

      * I-O READ ONLY DATA
           05 WS-IO-CODE                    PIC X(1).
              88 INFORCE-IO-COMPLETED       VALUE '0'.
              88 INFORCE-IO-EOF             VALUE '6'.

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

           05 WS-SEG-ID               PIC X(02).
           05 WS-SEG-SEQ              COMP-3 PIC S9(5).
           05 WS-SEG-WORK-AREA        PIC X(25000) VALUE SPACE.

           05 CHECK-TRANS-OUT                      PIC X(02).
              88 ALL-PREM-PAYMENT                  VALUES
                 'PI','PF','PA','PR',
                 'PT','PU','PB'.

      * MATCH WINDOW IN DAYS - SYSIPT OVERRIDABLE
           05 WS-MATCH-DAYS           PIC 9(03) VALUE 005.

           05 WS-DP-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-USED-BEFORE          PIC S9(05) COMP-3 VALUE +0.
           05 WS-AP-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-BK-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-DAYS-BETWEEN         PIC S9(05) COMP-3 VALUE +0.
           05 WS-AGE-DAYS             PIC S9(05) COMP-3 VALUE +0.

           05 WS-TRANS-AMT             PIC S9(09)V99 COMP-3 VALUE +0.

      * CALENDAR DATE OF THE SEGMENT 69 ENTRY - ISSUE DATE PLUS TXASOF
           05 WS-ISSUE-DATE           PIC X(08).
           05 WS-INT-ISSUE-DATE       COMP-3.
              10 WS-INT-ISSUE-YEAR    PIC S9(03).
              10 WS-INT-ISSUE-DAY     PIC S9(03).
           05 WS-INT-TRAN-YEAR        PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-TRAN-DAY         PIC S9(05) COMP-3 VALUE +0.

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
           05 WS-INT-RUN-DATE         COMP-3.
              10 WS-INT-RUN-YEAR      PIC S9(03).
              10 WS-INT-RUN-DAY       PIC S9(03).
           05 WS-INT-ITEM-DATE        COMP-3.
              10 WS-INT-ITEM-YEAR     PIC S9(03).
              10 WS-INT-ITEM-DAY      PIC S9(03).

      * PRIOR BUSINESS DAY FROM BUSDATE. PREMIUM ENTRIES DATED AFTER
      * IT, UP TO AND INCLUDING THE BUSINESS DATE, WERE APPLIED SINCE
      * THE LAST RUN. THE KEYS ARE YEAR * 1000 + DAY OF YEAR.
           05 WS-PRIOR-DATE           PIC X(08) VALUE SPACE.
           05 WS-INT-PRIOR-DATE       COMP-3.
              10 WS-INT-PRIOR-YEAR    PIC S9(03).
              10 WS-INT-PRIOR-DAY     PIC S9(03).
           05 WS-RUN-KEY              PIC S9(07) COMP-3 VALUE +0.
           05 WS-PRIOR-KEY            PIC S9(07) COMP-3 VALUE +0.
           05 WS-ENTRY-KEY            PIC S9(07) COMP-3 VALUE +0.

      * COUNTERS
           05 WS-LOCKBOX-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOCKBOX-ITEM-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOCKBOX-ITEM-AMT     PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CARRIED-DEP-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-CARRIED-APP-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-NEW-PREM-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-MATCHED-CNT          PIC S9(9) COMP-3 VALUE +0.
           05 WS-MATCHED-AMT          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-MISMATCH-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-APP-AGED-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-TABLE-OVFL-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-INFORCE-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-SUSPENSE-OUT-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-REPORT-OUT-CNT       PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  OPEN DEPOSITS - TODAY'S LOCKBOX ITEMS PLUS THOSE CARRIED        *
      ********************************************************************

       01 DEPOSIT-TABLE.
           05 DP-USED                PIC S9(05) COMP-3 VALUE +0.
           05 DP-ENTRY OCCURS 10000 TIMES.
               10 DP-POLICY           PIC X(10).
               10 DP-ITEM-DATE        PIC X(08).
               10 DP-INT-DATE         COMP-3.
                  15 DP-INT-YEAR      PIC S9(03).
                  15 DP-INT-DAY       PIC S9(03).
               10 DP-AMOUNT           PIC S9(09)V99 COMP-3.
               10 DP-ITEM-REF         PIC X(14).
               10 DP-CHECK-NUMBER     PIC X(10).
               10 DP-REMITTER         PIC X(25).
               10 DP-CARRIED-IND      PIC X(01).
               10 DP-STATUS           PIC X(01).
                  88 DP-OPEN          VALUE 'O'.
                  88 DP-MATCHED       VALUE 'M'.
                  88 DP-MISMATCHED    VALUE 'X'.

      ********************************************************************
      *  OPEN APPLICATIONS - TODAY'S PREMIUM ENTRIES PLUS THOSE CARRIED  *
      ********************************************************************

       01 APPLIED-TABLE.
           05 AP-USED                PIC S9(05) COMP-3 VALUE +0.
           05 AP-ENTRY OCCURS 10000 TIMES.
               10 AP-POLICY           PIC X(10).
               10 AP-ITEM-DATE        PIC X(08).
               10 AP-INT-DATE         COMP-3.
                  15 AP-INT-YEAR      PIC S9(03).
                  15 AP-INT-DAY       PIC S9(03).
               10 AP-AMOUNT           PIC S9(09)V99 COMP-3.
               10 AP-TRANS-TYPE       PIC X(02).
               10 AP-CARRIED-IND      PIC X(01).
               10 AP-STATUS           PIC X(01).
                  88 AP-OPEN          VALUE 'O'.
                  88 AP-MATCHED       VALUE 'M'.
                  88 AP-MISMATCHED    VALUE 'X'.

      ********************************************************************
      * ISSUE DATE LOOKUP, BUILT ON THE VSAM2 BROWSE PASS AND READ      *
      * FORWARD ON THE VSAMX BROWSE PASS                                *
      ********************************************************************

       01 INF-LOOKUP-TABLE.
           05 INF-LKUP-USED          PIC S9(05) COMP-3 VALUE +0.
           05 INF-LKUP-ENTRY OCCURS 20000 TIMES
                                     INDEXED BY INF-LKUP-IDX.
               10 INF-LKUP-POL-NUM     PIC X(10).
               10 INF-LKUP-INT-ISSUE   COMP-3.
                  15 INF-LKUP-ISSUE-YEAR PIC S9(03).
                  15 INF-LKUP-ISSUE-DAY  PIC S9(03).

      ********************************************************************
      *  UNAPPLIED-CASH AGING BUCKETS                                    *
      ********************************************************************

       01 AGING-TABLE.
           05 BK-ENTRY OCCURS 4 TIMES.
               10 BK-LABEL            PIC X(05).
               10 BK-COUNT            PIC S9(07) COMP-3.
               10 BK-AMOUNT           PIC S9(11)V99 COMP-3.
       01 WS-AND-COUNT                PIC S9(07) COMP-3 VALUE +0.
       01 WS-AND-AMOUNT               PIC S9(11)V99 COMP-3 VALUE +0.
       01 WS-AMT-AMOUNT               PIC S9(11)V99 COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  BANK LOCKBOX ITEM ROW (LBXIN)                                   *
      ********************************************************************

       01 LB-LOCKBOX-RECORD.
           05 LB-RECORD-TYPE         PIC X(01).
              88 LB-ITEM-ROW         VALUE 'D'.
           05 LB-ITEM-REF.
               10 LB-LOCKBOX-ID       PIC X(06).
               10 LB-BATCH-NUMBER     PIC X(04).
               10 LB-ITEM-NUMBER      PIC X(04).
           05 LB-DEPOSIT-DATE        PIC X(08).
           05 LB-POLICY-NUMBER       PIC X(10).
           05 LB-AMOUNT              PIC 9(09)V99.
           05 LB-CHECK-NUMBER        PIC X(10).
           05 LB-REMITTER            PIC X(25).
           05 FILLER                 PIC X(01).

      ********************************************************************
      *  CARRIED OPEN ITEM (SUSPPRI IN / SUSPOUT OUT)                    *
      ********************************************************************

       01 SC-SUSPENSE-RECORD.
           05 SC-ITEM-TYPE           PIC X(01).
              88 SC-DEPOSIT-ITEM     VALUE 'D'.
              88 SC-APPLIED-ITEM     VALUE 'A'.
           05 SC-POLICY-NUMBER       PIC X(10).
           05 SC-ITEM-DATE           PIC X(08).
           05 SC-AMOUNT              PIC S9(09)V99
                                     SIGN LEADING SEPARATE.
           05 SC-ITEM-REF            PIC X(14).
           05 SC-CHECK-NUMBER        PIC X(10).
           05 SC-TRANS-TYPE          PIC X(02).
           05 SC-REMITTER            PIC X(25).
           05 FILLER                 PIC X(68).

      ********************************************************************
      *                    ESSENTIAL SEGMENTS ONLY                      *
      ********************************************************************

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
      *  RECONCILIATION REPORT - ONE ROW PER OPEN OR MISMATCHED ITEM.    *
      *  DNA = DEPOSITED NOT APPLIED, AND = APPLIED NOT DEPOSITED,        *
      *  AMT = AMOUNT MISMATCH                                           *
      ********************************************************************

       01 LR-DETAIL-RECORD.
           05 LR-ROW-TYPE            PIC X(01) VALUE 'D'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-CATEGORY            PIC X(03).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-DEPOSIT-DATE        PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-ITEM-REF            PIC X(14).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-CHECK-NUMBER        PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-DEPOSIT-AMT         PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-APPLIED-DATE        PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-TRANS-TYPE          PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-APPLIED-AMT         PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-DIFFERENCE          PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-AGE-DAYS            PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-AGE-BUCKET          PIC X(05).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-CARRIED-IND         PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LR-REMITTER            PIC X(25).
           05 FILLER                 PIC X(52) VALUE SPACES.

       01 LS-SUMMARY-RECORD.
           05 LS-ROW-TYPE            PIC X(01) VALUE 'S'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LS-CATEGORY            PIC X(03).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LS-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LS-AGE-BUCKET          PIC X(05).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LS-ITEM-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LS-AMOUNT              PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LS-DESCRIPTION         PIC X(40).
           05 FILLER                 PIC X(111) VALUE SPACES.
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYLBXREC WORKING STORAGE ENDS  '.
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

           PERFORM 1300-OPEN-VSAM-FILES
               THRU 1399-OPEN-VSAM-FILES-EXIT.

      * PASS 1 - BROWSE VSAM2 AND BUILD THE ISSUE DATE LOOKUP
           MOVE SPACE TO END-OF-FILE-INDICATOR.
           PERFORM 1700-BUILD-ISSUE-LOOKUP
               THRU 1799-BUILD-ISSUE-LOOKUP-EXIT
               UNTIL END-OF-FILE.

      * PASS 2 - BROWSE VSAMX FOR THE PREMIUMS APPLIED SINCE THE
      * PRIOR BUSINESS DAY
           MOVE SPACE TO HIST-EOF-IND.
           SET INF-LKUP-IDX TO 1.
           PERFORM 2000-PROCESS-HISTORY
               THRU 2099-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

      * EXACT MATCHES FIRST, THEN POLICY-ONLY PAIRS AS MISMATCHES
           MOVE ZERO TO WS-DP-SUB.
           PERFORM 3000-MATCH-EXACT
               THRU 3099-MATCH-EXACT-EXIT
               UNTIL WS-DP-SUB NOT LESS THAN DP-USED.

           MOVE ZERO TO WS-DP-SUB.
           PERFORM 3200-MATCH-MISMATCH
               THRU 3299-MATCH-MISMATCH-EXIT
               UNTIL WS-DP-SUB NOT LESS THAN DP-USED.

           MOVE ZERO TO WS-DP-SUB.
           PERFORM 4000-REPORT-OPEN-DEPOSIT
               THRU 4099-REPORT-OPEN-DEPOSIT-EXIT
               UNTIL WS-DP-SUB NOT LESS THAN DP-USED.

           MOVE ZERO TO WS-AP-SUB.
           PERFORM 4200-REPORT-OPEN-APPLIED
               THRU 4299-REPORT-OPEN-APPLIED-EXIT
               UNTIL WS-AP-SUB NOT LESS THAN AP-USED.

           PERFORM 5000-WRITE-SUMMARY
               THRU 5099-WRITE-SUMMARY-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO LOCKBOX-EOF-IND.
           MOVE SPACE TO SUSPENSE-EOF-IND.
           MOVE ZERO  TO DP-USED AP-USED.
           MOVE ZERO TO WS-IO-CODE.
           MOVE LOW-VALUES TO INFORCE-FILE-DCB.
           INITIALIZE INFORCE-FILE-AREA.
           MOVE LOW-VALUES TO HISTORY-FILE-DCB.
           INITIALIZE HISTORY-RECORD.
           MOVE ZERO TO INF-LKUP-USED.

           MOVE '0-5  ' TO BK-LABEL (1).
           MOVE '6-15 ' TO BK-LABEL (2).
           MOVE '16-30' TO BK-LABEL (3).
           MOVE 'OV30 ' TO BK-LABEL (4).
           MOVE ZERO TO BK-COUNT (1) BK-COUNT (2)
                        BK-COUNT (3) BK-COUNT (4).
           MOVE ZERO TO BK-AMOUNT (1) BK-AMOUNT (2)
                        BK-AMOUNT (3) BK-AMOUNT (4).

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

      * PRIOR BUSINESS DAY FROM THE SAME CARD. WITHOUT ONE ONLY THE
      * BUSINESS DATE ITSELF IS TAKEN.
           COMPUTE WS-RUN-KEY = WS-INT-RUN-YEAR * 1000 + WS-INT-RUN-DAY.
           COMPUTE WS-PRIOR-KEY = WS-RUN-KEY - 1.
           IF NOT BUSDATE-EOF
               AND WS-BUSDATE-CARD (1:8) NUMERIC
               AND WS-BUSDATE-CARD (9:8) NOT = SPACE
               AND WS-BUSDATE-CARD (9:8) NUMERIC
               MOVE WS-BUSDATE-CARD (9:8) TO WS-PRIOR-DATE
               CALL 'CKDCEXIN' USING WS-PRIOR-DATE WS-INT-PRIOR-DATE
               COMPUTE WS-PRIOR-KEY =
                   WS-INT-PRIOR-YEAR * 1000 + WS-INT-PRIOR-DAY
           END-IF.
           IF WS-PRIOR-KEY NOT LESS THAN WS-RUN-KEY
               COMPUTE WS-PRIOR-KEY = WS-RUN-KEY - 1
           END-IF.
           DISPLAY 'LOCKBOX RECONCILIATION DATE: ' WS-RUN-DATE.
           DISPLAY 'LOCKBOX PRIOR BUSINESS DAY: ' WS-PRIOR-DATE.

      * READ THE OPTIONAL MATCH-WINDOW CARD
           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF AND CONTROL-CARD-REC (1:3) NUMERIC
               MOVE CONTROL-CARD-REC (1:3) TO WS-MATCH-DAYS
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           DISPLAY 'MATCH WINDOW DAYS: ' WS-MATCH-DAYS.

           OPEN INPUT  LOCKBOX-IN-FILE.
           OPEN INPUT  SUSPENSE-PRI-FILE.
           OPEN OUTPUT SUSPENSE-OUT-FILE.
           IF SUSPENSE-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUSPENSE CARRY FILE: '
                       SUSPENSE-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           OPEN OUTPUT RECON-OUT-FILE.
           IF RECON-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LOCKBOX RECON REPORT: '
                       RECON-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 1100-LOAD-SUSPENSE
               THRU 1199-LOAD-SUSPENSE-EXIT
               UNTIL SUSPENSE-EOF.
           CLOSE SUSPENSE-PRI-FILE.

           PERFORM 1200-LOAD-LOCKBOX
               THRU 1299-LOAD-LOCKBOX-EXIT
               UNTIL LOCKBOX-EOF.
           CLOSE LOCKBOX-IN-FILE.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      *  ITEMS LEFT OPEN BY EARLIER RUNS
       1100-LOAD-SUSPENSE.

           READ SUSPENSE-PRI-FILE INTO SC-SUSPENSE-RECORD
               AT END
                   SET SUSPENSE-EOF TO TRUE
                   GO TO 1199-LOAD-SUSPENSE-EXIT
           END-READ.

           IF SC-POLICY-NUMBER = SPACE
               GO TO 1199-LOAD-SUSPENSE-EXIT
           END-IF.

      * A FULL TABLE ADDS NO ROW - ONLY A ROW ADDED HERE IS MARKED
      * CARRIED AND COUNTED
           IF SC-DEPOSIT-ITEM
               MOVE DP-USED TO WS-USED-BEFORE
               PERFORM 1500-ADD-DEPOSIT
                   THRU 1599-ADD-DEPOSIT-EXIT
               IF DP-USED GREATER THAN WS-USED-BEFORE
                   MOVE 'C' TO DP-CARRIED-IND (DP-USED)
                   ADD +1 TO WS-CARRIED-DEP-CNT
               END-IF
               GO TO 1199-LOAD-SUSPENSE-EXIT
           END-IF.

           IF SC-APPLIED-ITEM
               MOVE AP-USED TO WS-USED-BEFORE
               PERFORM 1600-ADD-APPLIED
                   THRU 1699-ADD-APPLIED-EXIT
               IF AP-USED GREATER THAN WS-USED-BEFORE
                   MOVE 'C' TO AP-CARRIED-IND (AP-USED)
                   ADD +1 TO WS-CARRIED-APP-CNT
               END-IF
           END-IF.

       1199-LOAD-SUSPENSE-EXIT.
           EXIT.
       EJECT

      *  TODAY'S BANK FILE - ITEM ROWS ONLY
       1200-LOAD-LOCKBOX.

           READ LOCKBOX-IN-FILE INTO LB-LOCKBOX-RECORD
               AT END
                   SET LOCKBOX-EOF TO TRUE
                   GO TO 1299-LOAD-LOCKBOX-EXIT
           END-READ.

           ADD +1 TO WS-LOCKBOX-READ-CNT.

           IF NOT LB-ITEM-ROW
               OR LB-POLICY-NUMBER = SPACE
               GO TO 1299-LOAD-LOCKBOX-EXIT
           END-IF.

           ADD +1 TO WS-LOCKBOX-ITEM-CNT.
           IF LB-AMOUNT NOT NUMERIC
               MOVE ZERO TO LB-AMOUNT
           END-IF.
           ADD LB-AMOUNT TO WS-LOCKBOX-ITEM-AMT.

           INITIALIZE SC-SUSPENSE-RECORD.
           SET SC-DEPOSIT-ITEM     TO TRUE.
           MOVE LB-POLICY-NUMBER   TO SC-POLICY-NUMBER.
           MOVE LB-DEPOSIT-DATE    TO SC-ITEM-DATE.
           IF LB-DEPOSIT-DATE NOT NUMERIC
               MOVE WS-RUN-DATE    TO SC-ITEM-DATE
           END-IF.
           MOVE LB-AMOUNT          TO SC-AMOUNT.
           MOVE LB-ITEM-REF        TO SC-ITEM-REF.
           MOVE LB-CHECK-NUMBER    TO SC-CHECK-NUMBER.
           MOVE LB-REMITTER        TO SC-REMITTER.
           PERFORM 1500-ADD-DEPOSIT
               THRU 1599-ADD-DEPOSIT-EXIT.

       1299-LOAD-LOCKBOX-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                  OPEN THE INFORCE AND HISTORY FILES              *
      ********************************************************************

       1300-OPEN-VSAM-FILES.

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

       1399-OPEN-VSAM-FILES-EXIT.
           EXIT.
       EJECT

      *  ADD THE DEPOSIT IN SC-SUSPENSE-RECORD AS AN OPEN ITEM
       1500-ADD-DEPOSIT.

           IF DP-USED NOT LESS THAN +10000
               ADD +1 TO WS-TABLE-OVFL-CNT
               GO TO 1599-ADD-DEPOSIT-EXIT
           END-IF.

           ADD +1 TO DP-USED.
           MOVE SC-POLICY-NUMBER TO DP-POLICY (DP-USED).
           MOVE SC-ITEM-DATE     TO DP-ITEM-DATE (DP-USED).
           CALL 'CKDCEXIN' USING SC-ITEM-DATE WS-INT-ITEM-DATE.
           MOVE WS-INT-ITEM-YEAR TO DP-INT-YEAR (DP-USED).
           MOVE WS-INT-ITEM-DAY  TO DP-INT-DAY (DP-USED).
           MOVE SC-AMOUNT        TO DP-AMOUNT (DP-USED).
           MOVE SC-ITEM-REF      TO DP-ITEM-REF (DP-USED).
           MOVE SC-CHECK-NUMBER  TO DP-CHECK-NUMBER (DP-USED).
           MOVE SC-REMITTER      TO DP-REMITTER (DP-USED).
           MOVE 'N'              TO DP-CARRIED-IND (DP-USED).
           SET DP-OPEN (DP-USED) TO TRUE.

       1599-ADD-DEPOSIT-EXIT.
           EXIT.
       EJECT

      *  ADD THE APPLICATION IN SC-SUSPENSE-RECORD AS AN OPEN ITEM
       1600-ADD-APPLIED.

           IF AP-USED NOT LESS THAN +10000
               ADD +1 TO WS-TABLE-OVFL-CNT
               GO TO 1699-ADD-APPLIED-EXIT
           END-IF.

           ADD +1 TO AP-USED.
           MOVE SC-POLICY-NUMBER TO AP-POLICY (AP-USED).
           MOVE SC-ITEM-DATE     TO AP-ITEM-DATE (AP-USED).
           CALL 'CKDCEXIN' USING SC-ITEM-DATE WS-INT-ITEM-DATE.
           MOVE WS-INT-ITEM-YEAR TO AP-INT-YEAR (AP-USED).
           MOVE WS-INT-ITEM-DAY  TO AP-INT-DAY (AP-USED).
           MOVE SC-AMOUNT        TO AP-AMOUNT (AP-USED).
           MOVE SC-TRANS-TYPE    TO AP-TRANS-TYPE (AP-USED).
           MOVE 'N'              TO AP-CARRIED-IND (AP-USED).
           SET AP-OPEN (AP-USED) TO TRUE.

       1699-ADD-APPLIED-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PASS 1 - READ INFORCE AND RECORD THE ISSUE DATE BY CONTRACT    *
      ********************************************************************

       1700-BUILD-ISSUE-LOOKUP.

           PERFORM 1800-READ-INFORCE
               THRU 1899-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 1799-BUILD-ISSUE-LOOKUP-EXIT
           END-IF.

           ADD +1 TO WS-INFORCE-READ-CNT.

           SET INFORCE-FILE TO TRUE.
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '02' TO WS-SEG-ID.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 1799-BUILD-ISSUE-LOOKUP-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF INF-LKUP-USED NOT LESS THAN 20000
               ADD +1 TO WS-LOOKUP-OVFL-CNT
               GO TO 1799-BUILD-ISSUE-LOOKUP-EXIT
           END-IF.

           ADD +1 TO INF-LKUP-USED.
           SET INF-LKUP-IDX TO INF-LKUP-USED.
           MOVE FRCCNTRT-CONTRACT-NUMBER
               TO INF-LKUP-POL-NUM (INF-LKUP-IDX).

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

       1799-BUILD-ISSUE-LOOKUP-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *T  THIS ROUTINE WILL READ THE INFORCE FILE AND DO A TRAILER
      *T  LIST ON THE RECORD.
      ******************************************************************

       1800-READ-INFORCE.

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
               GO TO 1899-READ-INFORCE-EXIT
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

       1899-READ-INFORCE-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *    THIS ROUTINE WILL GET A SEGMENT TRAILER FOR INFORCE OR      *
      *    HISTORY                                                     *
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
      *  PASS 2 - READ VSAMX. EVERY ALL-PREM-PAYMENT ENTRY DATED AFTER   *
      *  THE PRIOR BUSINESS DAY, UP TO AND INCLUDING THE BUSINESS DATE,  *
      *  IS AN APPLICATION FOR TODAY'S RECONCILIATION                    *
      ********************************************************************

       2000-PROCESS-HISTORY.

           PERFORM 2700-READ-NEXT-HISTORY
               THRU 2799-READ-NEXT-HISTORY-EXIT.

           IF HIST-EOF
               GO TO 2099-PROCESS-HISTORY-EXIT
           END-IF.

           ADD +1 TO WS-HISTORY-READ-CNT.

           PERFORM 2800-LOOKUP-CONTRACT
               THRU 2899-LOOKUP-CONTRACT-EXIT.

           IF INF-LKUP-IDX GREATER THAN INF-LKUP-USED
               OR INF-LKUP-POL-NUM (INF-LKUP-IDX) NOT EQUAL
                   NRCSRCHK-POL-NUMBER
               OR INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) EQUAL ZERO
               ADD +1 TO WS-NO-ISSUE-DATE-CNT
               GO TO 2099-PROCESS-HISTORY-EXIT
           END-IF.

           SET HISTORY-FILE TO TRUE.
           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       2020-NEXT-SEG-69.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2099-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF NOT ALL-PREM-PAYMENT
               GO TO 2020-NEXT-SEG-69
           END-IF.

      * CALENDAR YEAR/DAY OF THE ENTRY - ISSUE DATE PLUS DURATION
           COMPUTE WS-INT-TRAN-YEAR =
               INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) + TXASOF-YEAR.
           COMPUTE WS-INT-TRAN-DAY =
               INF-LKUP-ISSUE-DAY (INF-LKUP-IDX) + TXASOF-DAY.
           IF WS-INT-TRAN-DAY GREATER THAN 365
               SUBTRACT 365 FROM WS-INT-TRAN-DAY
               ADD +1 TO WS-INT-TRAN-YEAR
           END-IF.

           COMPUTE WS-ENTRY-KEY =
               WS-INT-TRAN-YEAR * 1000 + WS-INT-TRAN-DAY.
           IF WS-ENTRY-KEY NOT GREATER THAN WS-PRIOR-KEY
               OR WS-ENTRY-KEY GREATER THAN WS-RUN-KEY
               GO TO 2020-NEXT-SEG-69
           END-IF.

      * THE APPLICATION IS DATED THE BUSINESS DATE IT IS WORKED ON
           ADD +1 TO WS-NEW-PREM-CNT.
           MOVE TXGROSS-GROSS-AMOUNT TO WS-TRANS-AMT.

           INITIALIZE SC-SUSPENSE-RECORD.
           SET SC-APPLIED-ITEM     TO TRUE.
           MOVE NRCSRCHK-POL-NUMBER TO SC-POLICY-NUMBER.
           MOVE WS-RUN-DATE        TO SC-ITEM-DATE.
           MOVE WS-TRANS-AMT       TO SC-AMOUNT.
           MOVE TXTRNTYP-TRANS-TYPE TO SC-TRANS-TYPE.
           PERFORM 1600-ADD-APPLIED
               THRU 1699-ADD-APPLIED-EXIT.

           GO TO 2020-NEXT-SEG-69.

       2099-PROCESS-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                  READ THE NEXT HISTORY RECORD                   *
      ********************************************************************

       2700-READ-NEXT-HISTORY.

           MOVE '8' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY
                                  UBHIST-HISTORY-VSAMX.

           IF WS-IO-CODE EQUAL '6'
               SET HIST-EOF TO TRUE
               GO TO 2799-READ-NEXT-HISTORY-EXIT
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

       2799-READ-NEXT-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  POSITION THE LOOKUP ON THE CURRENT HISTORY CONTRACT. BOTH       *
      *  FILES ARE IN CONTRACT ORDER, SO THE INDEX ONLY MOVES FORWARD    *
      *  AND STOPS AT THE FIRST ENTRY NOT LOWER THAN THE CONTRACT.       *
      ********************************************************************

       2800-LOOKUP-CONTRACT.

           IF INF-LKUP-IDX GREATER THAN INF-LKUP-USED
               GO TO 2899-LOOKUP-CONTRACT-EXIT
           END-IF.

           IF INF-LKUP-POL-NUM (INF-LKUP-IDX) LESS THAN
                   NRCSRCHK-POL-NUMBER
               SET INF-LKUP-IDX UP BY 1
               GO TO 2800-LOOKUP-CONTRACT
           END-IF.

       2899-LOOKUP-CONTRACT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  EXACT MATCH - SAME POLICY AND AMOUNT, APPLIED WITHIN THE MATCH  *
      *  WINDOW OF THE DEPOSIT DATE. FIRST OPEN APPLICATION WINS.        *
      ********************************************************************

       3000-MATCH-EXACT.

           ADD +1 TO WS-DP-SUB.
           IF NOT DP-OPEN (WS-DP-SUB)
               GO TO 3099-MATCH-EXACT-EXIT
           END-IF.
           MOVE ZERO TO WS-AP-SUB.

       3020-MATCH-EXACT-LOOP.

           ADD +1 TO WS-AP-SUB.
           IF WS-AP-SUB GREATER THAN AP-USED
               GO TO 3099-MATCH-EXACT-EXIT
           END-IF.

           IF NOT AP-OPEN (WS-AP-SUB)
               OR AP-POLICY (WS-AP-SUB) NOT = DP-POLICY (WS-DP-SUB)
               OR AP-AMOUNT (WS-AP-SUB) NOT = DP-AMOUNT (WS-DP-SUB)
               GO TO 3020-MATCH-EXACT-LOOP
           END-IF.

           PERFORM 3500-DAYS-DEPOSIT-TO-APPLIED
               THRU 3599-DAYS-DEPOSIT-TO-APPLIED-EXIT.
           IF WS-DAYS-BETWEEN GREATER THAN WS-MATCH-DAYS
               OR WS-DAYS-BETWEEN LESS THAN (0 - WS-MATCH-DAYS)
               GO TO 3020-MATCH-EXACT-LOOP
           END-IF.

           SET DP-MATCHED (WS-DP-SUB) TO TRUE.
           SET AP-MATCHED (WS-AP-SUB) TO TRUE.
           ADD +1 TO WS-MATCHED-CNT.
           ADD DP-AMOUNT (WS-DP-SUB) TO WS-MATCHED-AMT.

       3099-MATCH-EXACT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  AMOUNT MISMATCH - AN OPEN DEPOSIT AND AN OPEN APPLICATION ON    *
      *  THE SAME POLICY INSIDE THE WINDOW. REPORTED ONCE AND CLOSED.    *
      ********************************************************************

       3200-MATCH-MISMATCH.

           ADD +1 TO WS-DP-SUB.
           IF NOT DP-OPEN (WS-DP-SUB)
               GO TO 3299-MATCH-MISMATCH-EXIT
           END-IF.
           MOVE ZERO TO WS-AP-SUB.

       3220-MATCH-MISMATCH-LOOP.

           ADD +1 TO WS-AP-SUB.
           IF WS-AP-SUB GREATER THAN AP-USED
               GO TO 3299-MATCH-MISMATCH-EXIT
           END-IF.

           IF NOT AP-OPEN (WS-AP-SUB)
               OR AP-POLICY (WS-AP-SUB) NOT = DP-POLICY (WS-DP-SUB)
               GO TO 3220-MATCH-MISMATCH-LOOP
           END-IF.

           PERFORM 3500-DAYS-DEPOSIT-TO-APPLIED
               THRU 3599-DAYS-DEPOSIT-TO-APPLIED-EXIT.
           IF WS-DAYS-BETWEEN GREATER THAN WS-MATCH-DAYS
               OR WS-DAYS-BETWEEN LESS THAN (0 - WS-MATCH-DAYS)
               GO TO 3220-MATCH-MISMATCH-LOOP
           END-IF.

           SET DP-MISMATCHED (WS-DP-SUB) TO TRUE.
           SET AP-MISMATCHED (WS-AP-SUB) TO TRUE.
           ADD +1 TO WS-MISMATCH-CNT.

           INITIALIZE LR-DETAIL-RECORD.
           MOVE 'AMT' TO LR-CATEGORY.
           PERFORM 4500-MOVE-DEPOSIT-FIELDS
               THRU 4599-MOVE-DEPOSIT-FIELDS-EXIT.
           PERFORM 4600-MOVE-APPLIED-FIELDS
               THRU 4699-MOVE-APPLIED-FIELDS-EXIT.
           COMPUTE LR-DIFFERENCE =
               DP-AMOUNT (WS-DP-SUB) - AP-AMOUNT (WS-AP-SUB).
           COMPUTE WS-AMT-AMOUNT = WS-AMT-AMOUNT +
               DP-AMOUNT (WS-DP-SUB) - AP-AMOUNT (WS-AP-SUB).
           MOVE WS-DAYS-BETWEEN TO LR-AGE-DAYS.
           PERFORM 4900-WRITE-DETAIL-ROW
               THRU 4999-WRITE-DETAIL-ROW-EXIT.

       3299-MATCH-MISMATCH-EXIT.
           EXIT.
       EJECT

      *  DAYS FROM THE DEPOSIT DATE TO THE APPLICATION DATE
       3500-DAYS-DEPOSIT-TO-APPLIED.

           COMPUTE WS-DAYS-BETWEEN =
               (AP-INT-YEAR (WS-AP-SUB) - DP-INT-YEAR (WS-DP-SUB))
                   * 365 +
               (AP-INT-DAY (WS-AP-SUB) - DP-INT-DAY (WS-DP-SUB)).

       3599-DAYS-DEPOSIT-TO-APPLIED-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  DEPOSITED NOT APPLIED - REPORT, AGE AND CARRY FORWARD           *
      ********************************************************************

       4000-REPORT-OPEN-DEPOSIT.

           ADD +1 TO WS-DP-SUB.
           IF NOT DP-OPEN (WS-DP-SUB)
               GO TO 4099-REPORT-OPEN-DEPOSIT-EXIT
           END-IF.

           COMPUTE WS-AGE-DAYS =
               (WS-INT-RUN-YEAR - DP-INT-YEAR (WS-DP-SUB)) * 365 +
               (WS-INT-RUN-DAY - DP-INT-DAY (WS-DP-SUB)).
           IF WS-AGE-DAYS LESS THAN ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT GREATER THAN 5
                   MOVE 1 TO WS-BK-SUB
               WHEN WS-AGE-DAYS NOT GREATER THAN 15
                   MOVE 2 TO WS-BK-SUB
               WHEN WS-AGE-DAYS NOT GREATER THAN 30
                   MOVE 3 TO WS-BK-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BK-SUB
           END-EVALUATE.
           ADD +1 TO BK-COUNT (WS-BK-SUB).
           ADD DP-AMOUNT (WS-DP-SUB) TO BK-AMOUNT (WS-BK-SUB).

           INITIALIZE LR-DETAIL-RECORD.
           MOVE 'DNA' TO LR-CATEGORY.
           PERFORM 4500-MOVE-DEPOSIT-FIELDS
               THRU 4599-MOVE-DEPOSIT-FIELDS-EXIT.
           MOVE DP-AMOUNT (WS-DP-SUB)  TO LR-DIFFERENCE.
           MOVE WS-AGE-DAYS            TO LR-AGE-DAYS.
           MOVE BK-LABEL (WS-BK-SUB)   TO LR-AGE-BUCKET.
           MOVE DP-CARRIED-IND (WS-DP-SUB) TO LR-CARRIED-IND.
           PERFORM 4900-WRITE-DETAIL-ROW
               THRU 4999-WRITE-DETAIL-ROW-EXIT.

           INITIALIZE SC-SUSPENSE-RECORD.
           SET SC-DEPOSIT-ITEM TO TRUE.
           MOVE DP-POLICY (WS-DP-SUB)       TO SC-POLICY-NUMBER.
           MOVE DP-ITEM-DATE (WS-DP-SUB)    TO SC-ITEM-DATE.
           MOVE DP-AMOUNT (WS-DP-SUB)       TO SC-AMOUNT.
           MOVE DP-ITEM-REF (WS-DP-SUB)     TO SC-ITEM-REF.
           MOVE DP-CHECK-NUMBER (WS-DP-SUB) TO SC-CHECK-NUMBER.
           MOVE DP-REMITTER (WS-DP-SUB)     TO SC-REMITTER.
           PERFORM 4800-WRITE-SUSPENSE
               THRU 4899-WRITE-SUSPENSE-EXIT.

       4099-REPORT-OPEN-DEPOSIT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  APPLIED NOT DEPOSITED - REPORT, AND CARRY WHILE A LATE DEPOSIT  *
      *  COULD STILL MATCH IT                                            *
      ********************************************************************

       4200-REPORT-OPEN-APPLIED.

           ADD +1 TO WS-AP-SUB.
           IF NOT AP-OPEN (WS-AP-SUB)
               GO TO 4299-REPORT-OPEN-APPLIED-EXIT
           END-IF.

           COMPUTE WS-AGE-DAYS =
               (WS-INT-RUN-YEAR - AP-INT-YEAR (WS-AP-SUB)) * 365 +
               (WS-INT-RUN-DAY - AP-INT-DAY (WS-AP-SUB)).
           IF WS-AGE-DAYS LESS THAN ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

           ADD +1 TO WS-AND-COUNT.
           ADD AP-AMOUNT (WS-AP-SUB) TO WS-AND-AMOUNT.

           INITIALIZE LR-DETAIL-RECORD.
           MOVE 'AND' TO LR-CATEGORY.
           PERFORM 4600-MOVE-APPLIED-FIELDS
               THRU 4699-MOVE-APPLIED-FIELDS-EXIT.
           COMPUTE LR-DIFFERENCE = ZERO - AP-AMOUNT (WS-AP-SUB).
           MOVE WS-AGE-DAYS            TO LR-AGE-DAYS.
           MOVE AP-CARRIED-IND (WS-AP-SUB) TO LR-CARRIED-IND.
           PERFORM 4900-WRITE-DETAIL-ROW
               THRU 4999-WRITE-DETAIL-ROW-EXIT.

           IF WS-AGE-DAYS NOT LESS THAN WS-MATCH-DAYS
               ADD +1 TO WS-APP-AGED-CNT
               GO TO 4299-REPORT-OPEN-APPLIED-EXIT
           END-IF.

           INITIALIZE SC-SUSPENSE-RECORD.
           SET SC-APPLIED-ITEM TO TRUE.
           MOVE AP-POLICY (WS-AP-SUB)       TO SC-POLICY-NUMBER.
           MOVE AP-ITEM-DATE (WS-AP-SUB)    TO SC-ITEM-DATE.
           MOVE AP-AMOUNT (WS-AP-SUB)       TO SC-AMOUNT.
           MOVE AP-TRANS-TYPE (WS-AP-SUB)   TO SC-TRANS-TYPE.
           PERFORM 4800-WRITE-SUSPENSE
               THRU 4899-WRITE-SUSPENSE-EXIT.

       4299-REPORT-OPEN-APPLIED-EXIT.
           EXIT.
       EJECT

       4500-MOVE-DEPOSIT-FIELDS.

           MOVE DP-POLICY (WS-DP-SUB)       TO LR-POLICY-NUMBER.
           MOVE DP-ITEM-DATE (WS-DP-SUB)    TO LR-DEPOSIT-DATE.
           MOVE DP-ITEM-REF (WS-DP-SUB)     TO LR-ITEM-REF.
           MOVE DP-CHECK-NUMBER (WS-DP-SUB) TO LR-CHECK-NUMBER.
           MOVE DP-AMOUNT (WS-DP-SUB)       TO LR-DEPOSIT-AMT.
           MOVE DP-REMITTER (WS-DP-SUB)     TO LR-REMITTER.
           MOVE DP-CARRIED-IND (WS-DP-SUB)  TO LR-CARRIED-IND.

       4599-MOVE-DEPOSIT-FIELDS-EXIT.
           EXIT.
       EJECT

       4600-MOVE-APPLIED-FIELDS.

           MOVE AP-POLICY (WS-AP-SUB)       TO LR-POLICY-NUMBER.
           MOVE AP-ITEM-DATE (WS-AP-SUB)    TO LR-APPLIED-DATE.
           MOVE AP-TRANS-TYPE (WS-AP-SUB)   TO LR-TRANS-TYPE.
           MOVE AP-AMOUNT (WS-AP-SUB)       TO LR-APPLIED-AMT.

       4699-MOVE-APPLIED-FIELDS-EXIT.
           EXIT.
       EJECT

       4800-WRITE-SUSPENSE.

           WRITE SUSPENSE-OUT-REC FROM SC-SUSPENSE-RECORD.
           IF SUSPENSE-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SUSPENSE CARRY FILE: '
                       SUSPENSE-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-SUSPENSE-OUT-CNT.

       4899-WRITE-SUSPENSE-EXIT.
           EXIT.
       EJECT

       4900-WRITE-DETAIL-ROW.

           MOVE 'D'      TO LR-ROW-TYPE.
           WRITE RECON-OUT-REC FROM LR-DETAIL-RECORD.
           IF RECON-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LOCKBOX RECON REPORT: '
                       RECON-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-REPORT-OUT-CNT.

       4999-WRITE-DETAIL-ROW-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  SUMMARY ROWS - LOCKBOX TOTALS, MATCHED, UNAPPLIED CASH BY AGING *
      *  BUCKET, APPLIED NOT DEPOSITED AND AMOUNT MISMATCHES             *
      ********************************************************************

       5000-WRITE-SUMMARY.

           MOVE 'LBX'                   TO LS-CATEGORY.
           MOVE SPACE                   TO LS-AGE-BUCKET.
           MOVE WS-LOCKBOX-ITEM-CNT     TO LS-ITEM-COUNT.
           MOVE WS-LOCKBOX-ITEM-AMT     TO LS-AMOUNT.
           MOVE 'LOCKBOX ITEMS RECEIVED TODAY' TO LS-DESCRIPTION.
           PERFORM 5500-WRITE-SUMMARY-ROW
               THRU 5599-WRITE-SUMMARY-ROW-EXIT.

           MOVE 'MAT'                   TO LS-CATEGORY.
           MOVE WS-MATCHED-CNT          TO LS-ITEM-COUNT.
           MOVE WS-MATCHED-AMT          TO LS-AMOUNT.
           MOVE 'DEPOSITS MATCHED TO APPLIED PREMIUM'
               TO LS-DESCRIPTION.
           PERFORM 5500-WRITE-SUMMARY-ROW
               THRU 5599-WRITE-SUMMARY-ROW-EXIT.

           MOVE ZERO TO WS-BK-SUB.
           PERFORM 5100-WRITE-BUCKET-ROW
               THRU 5199-WRITE-BUCKET-ROW-EXIT
               4 TIMES.

           MOVE 'AND'                   TO LS-CATEGORY.
           MOVE SPACE                   TO LS-AGE-BUCKET.
           MOVE WS-AND-COUNT            TO LS-ITEM-COUNT.
           MOVE WS-AND-AMOUNT           TO LS-AMOUNT.
           MOVE 'APPLIED PREMIUM NOT DEPOSITED' TO LS-DESCRIPTION.
           PERFORM 5500-WRITE-SUMMARY-ROW
               THRU 5599-WRITE-SUMMARY-ROW-EXIT.

           MOVE 'AMT'                   TO LS-CATEGORY.
           MOVE WS-MISMATCH-CNT         TO LS-ITEM-COUNT.
           MOVE WS-AMT-AMOUNT           TO LS-AMOUNT.
           MOVE 'AMOUNT MISMATCHES - NET DEPOSIT OVER APPLIED'
               TO LS-DESCRIPTION.
           PERFORM 5500-WRITE-SUMMARY-ROW
               THRU 5599-WRITE-SUMMARY-ROW-EXIT.

       5099-WRITE-SUMMARY-EXIT.
           EXIT.
       EJECT

       5100-WRITE-BUCKET-ROW.

           ADD +1 TO WS-BK-SUB.
           MOVE 'DNA'                   TO LS-CATEGORY.
           MOVE BK-LABEL (WS-BK-SUB)    TO LS-AGE-BUCKET.
           MOVE BK-COUNT (WS-BK-SUB)    TO LS-ITEM-COUNT.
           MOVE BK-AMOUNT (WS-BK-SUB)   TO LS-AMOUNT.
           MOVE 'UNAPPLIED CASH BY DAYS SINCE DEPOSIT'
               TO LS-DESCRIPTION.
           PERFORM 5500-WRITE-SUMMARY-ROW
               THRU 5599-WRITE-SUMMARY-ROW-EXIT.

       5199-WRITE-BUCKET-ROW-EXIT.
           EXIT.
       EJECT

       5500-WRITE-SUMMARY-ROW.

           MOVE 'S'         TO LS-ROW-TYPE.
           MOVE WS-RUN-DATE TO LS-RUN-DATE.
           WRITE RECON-OUT-REC FROM LS-SUMMARY-RECORD.
           IF RECON-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LOCKBOX RECON REPORT: '
                       RECON-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-REPORT-OUT-CNT.

       5599-WRITE-SUMMARY-ROW-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE SUSPENSE-OUT-FILE.
           CLOSE RECON-OUT-FILE.

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

           DISPLAY 'LOCKBOX ROWS READ: '          WS-LOCKBOX-READ-CNT.
           DISPLAY 'LOCKBOX ITEMS: '              WS-LOCKBOX-ITEM-CNT.
           DISPLAY 'CARRIED DEPOSITS: '           WS-CARRIED-DEP-CNT.
           DISPLAY 'CARRIED APPLICATIONS: '       WS-CARRIED-APP-CNT.
           DISPLAY 'INFORCE CONTRACTS READ: '     WS-INFORCE-READ-CNT.
           DISPLAY 'LOOKUP TABLE OVERFLOW: '      WS-LOOKUP-OVFL-CNT.
           DISPLAY 'HISTORY RECORDS READ: '       WS-HISTORY-READ-CNT.
           DISPLAY 'NO USABLE ISSUE DATE: '       WS-NO-ISSUE-DATE-CNT.
           DISPLAY 'PREMIUMS APPLIED TODAY: '     WS-NEW-PREM-CNT.
           DISPLAY 'MATCHED: '                    WS-MATCHED-CNT.
           DISPLAY 'AMOUNT MISMATCHES: '          WS-MISMATCH-CNT.
           DISPLAY 'APPLIED NOT DEPOSITED: '      WS-AND-COUNT.
           DISPLAY 'APPLIED AGED OUT OF CARRY: '  WS-APP-AGED-CNT.
           DISPLAY 'OPEN ITEMS OVER TABLE: '      WS-TABLE-OVFL-CNT.
           DISPLAY 'SUSPENSE ROWS WRITTEN: '      WS-SUSPENSE-OUT-CNT.
           DISPLAY 'REPORT ROWS WRITTEN: '        WS-REPORT-OUT-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.
       EJECT

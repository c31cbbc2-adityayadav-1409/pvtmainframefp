       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYEXMSMP.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE   ASSIGN TO BUSDATE.
           SELECT CORR-HIST-FILE    ASSIGN TO CORRHIST
               FILE STATUS IS CORR-HIST-FILE-STATUS.
           SELECT ACTSTMT-IN-FILE   ASSIGN TO ACTSTMIN
               FILE STATUS IS ACTSTMT-IN-FILE-STATUS.
           SELECT EXAM-PKG-FILE     ASSIGN TO EXMPKG
               FILE STATUS IS EXAM-PKG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC         PIC X(80).

       FD  CORR-HIST-FILE
           RECORDING MODE IS F.
       01  CORR-HIST-REC          PIC X(200).

       FD  ACTSTMT-IN-FILE
           RECORDING MODE IS F.
       01  ACTSTMT-IN-REC         PIC X(80).

       FD  EXAM-PKG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EXAM-PKG-REC           PIC X(160).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  MARKET-CONDUCT EXAMINATION SAMPLE PULL. WHEN A STATE INSURANCE  *
      *  DEPARTMENT ANNOUNCES AN EXAM IT ASKS FOR A LISTING OF A POLICY  *
      *  POPULATION, A RANDOM SAMPLE FROM IT, AND FULL FILE              *
      *  DOCUMENTATION FOR EVERY SAMPLED POLICY - WORK THAT USED TO      *
      *  TAKE WEEKS OF NYPOLDMP RUNS AND HAND-PICKED POLICY NUMBERS.     *
      *  GIVEN THE EXAM PARAMETERS ON SYSIPT (ISSUE STATES, ISSUE-DATE   *
      *  RANGE, STATUS, AND A SAMPLE SIZE OR PERCENTAGE), THIS PROGRAM   *
      *  BROWSES VSAM2 THREE TIMES. THE FIRST BROWSE COUNTS THE          *
      *  POPULATION - EVERY POLICY WHOSE FIRST COVERAGE SEGMENT (02)     *
      *  MATCHES THE CARD. THE SECOND LISTS EVERY POPULATION POLICY AND  *
      *  DRAWS THE SAMPLE. THE THIRD PRODUCES, FOR EACH SAMPLED POLICY,  *
      *  THE NYPOLDMP RESEARCH DUMP (SEGMENTS 01, 02, 18 AND THE         *
      *  SERVICING AGENT), ITS SEGMENT-69 HISTORY TIMELINE OFF VSAMX,    *
      *  ITS MAILING HISTORY OFF NYCORHST'S CORRESPONDENCE HISTORY FILE  *
      *  AND ITS TRANSACTION ACTIVITY OFF NYFPVUL'S ACTSTMT.             *
      *  THE SAMPLE IS DRAWN BY SEQUENTIAL SELECTION OVER THE            *
      *  POPULATION IN POLICY ORDER - EACH POLICY IS TAKEN WITH          *
      *  PROBABILITY (POLICIES STILL NEEDED) / (POLICIES STILL TO COME)  *
      *  - DRIVEN BY A MULTIPLICATIVE CONGRUENTIAL GENERATOR (X = X *    *
      *  16807 MOD 2147483647). THE SEED IS TAKEN FROM THE CARD, OR      *
      *  FROM THE TIME OF DAY WHEN THE CARD LEAVES IT BLANK, AND IS      *
      *  PRINTED IN THE PACKAGE HEADER AND THE CONTROL INDEX. THE SAME   *
      *  SEED AGAINST THE SAME POPULATION ALWAYS DRAWS THE SAME          *
      *  POLICIES, SO A SAMPLE CAN BE REPRODUCED FOR THE EXAMINER.       *
      *  EVERYTHING GOES TO ONE EXAM-PACKAGE DATASET. EACH LINE CARRIES  *
      *  ITS SECTION, POLICY, SAMPLE NUMBER AND PACKAGE LINE NUMBER      *
      *  AHEAD OF THE PRINTED TEXT, SO ANY PART OF THE PACKAGE CAN BE    *
      *  PULLED OUT BY SECTION OR BY POLICY. THE CONTROL INDEX CLOSES    *
      *  THE PACKAGE: ONE ROW PER SAMPLED POLICY WITH ITS FIRST PACKAGE  *
      *  LINE AND THE LINE COUNT OF EACH OF ITS SECTIONS, THEN THE       *
      *  PACKAGE CONTROL TOTALS.                                         *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYEXMSMP EXEC PGM=NYEXMSMP                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //CORRHIST DD DISP=SHR,DSN=T54.T9511F0.NYCORHST.CORRHIST.DATA(0) *
      * //ACTSTMIN DD DISP=SHR,DSN=T54.T9511F0.NYFPVUL.ACTSTMT.DATA(0)   *
      * //EXMPKG   DD DSN=T54.T9511F0.NYEXMSMP.EXAMPKG.DATA,             *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(10,10),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=160,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //VSAM3    DD DISP=SHR,DSN=P54.CK.BASEB.AGENTS                   *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT - ONE CARD:                                           *
      *       COLS  1-20  UP TO TEN TWO-LETTER ISSUE STATES. BLANK       *
      *                   TAKES EVERY STATE.                             *
      *       COLS 22-29  ISSUE DATE FROM, MMDDCCYY. BLANK - NO LOWER    *
      *                   LIMIT.                                         *
      *       COLS 31-38  ISSUE DATE THRU, MMDDCCYY. BLANK - NO UPPER    *
      *                   LIMIT.                                         *
      *       COL  40     STATUS - I IN FORCE, T TERMINATED (CV          *
      *                   CURR-STAT 98/99), A OR BLANK BOTH.             *
      *       COLS 42-46  SAMPLE SIZE, NUMBER OF POLICIES, ZERO-FILLED.  *
      *       COLS 48-50  SAMPLE PERCENTAGE OF THE POPULATION, WHOLE     *
      *                   PERCENT, ZERO-FILLED, ROUNDED UP TO A WHOLE    *
      *                   POLICY. USED ONLY WHEN COLS 42-46 ARE          *
      *                   BLANK OR ZERO.                                 *
      *       COLS 52-61  RANDOM SEED, TEN DIGITS, ZERO-FILLED. BLANK -  *
      *                   THE TIME OF DAY IS USED AND RECORDED IN THE    *
      *                   PACKAGE.                                       *
      *       COLS 63-80  EXAM REFERENCE, PRINTED IN THE HEADER.         *
      *     BUSDATE MAY BE DUMMY - THE SYSTEM DATE IS THEN USED.         *
      *     CORRHIST AND ACTSTMIN ARE READ IN THEIR POLICY KEY ORDER     *
      *     ALONGSIDE THE LAST VSAM2 BROWSE. EITHER MAY BE DUMMY.        *
      *     EXMPKG - COL 1 SECTION: H HEADER, L POPULATION LISTING,      *
      *       D RESEARCH DUMP, T HISTORY TIMELINE, C CORRESPONDENCE,     *
      *       A TRANSACTION ACTIVITY, X CONTROL INDEX. COLS 3-12         *
      *       POLICY, COLS 14-17 SAMPLE NUMBER, COLS 19-25 PACKAGE       *
      *       LINE NUMBER, COLS 27-158 PRINTED TEXT.                     *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     A MISSING OR INVALID CONTROL CARD - THE FIELD IN ERROR IS    *
      *     DISPLAYED AND THE PROGRAM ABENDS BEFORE VSAM2 IS OPENED      *
      *     A SAMPLE LARGER THAN THE SAMPLE TABLE (999) IS CUT TO 999    *
      *     AND THE CUT IS NOTED IN THE PACKAGE HEADER                   *
      *     A SAMPLED POLICY GONE FROM VSAM2 BEFORE THE LAST BROWSE IS   *
      *     NOTED IN THE CONTROL INDEX                                   *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *     CKETRLST ---- TRAILER LIST ELEMENT                           *
      *     CKETRGET ---- TRAILER GET ELEMENT                            *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYEXMSMP WORKING STORAGE BEGINS'.

       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM       PIC X(8) VALUE 'VSAMX'.
           05 ACF-FILE-NAME      PIC X(8) VALUE 'VSAM3'.
           05 EXAM-PKG-FILE-STATUS          PIC X(02).
           05 CORR-HIST-FILE-STATUS         PIC X(02).
           05 ACTSTMT-IN-FILE-STATUS        PIC X(02).

           05 MISC-CONSTANTS.
              10 CONSTANT-89     PIC S9(4) VALUE +089 COMP.
              10 WS-HEX-VALUES   PIC S9(13) COMP-3
                                 VALUE +0001020304050.
              10 WS-HEX-TABLE REDEFINES WS-HEX-VALUES.
                 15 HEX-00       PIC X.
                 15 HEX-01       PIC X.
                 15 HEX-02       PIC X.
                 15 HEX-03       PIC X.
                 15 HEX-04       PIC X.
                 15 HEX-05       PIC X.
                 15 FILLER       PIC X.

           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.
           05 BUSDATE-EOF-IND               PIC X(1).
              88 BUSDATE-EOF                VALUE 'Y'.
           05 CORR-EOF-IND                  PIC X(1).
              88 CORR-EOF                   VALUE 'Y'.
           05 ACTSTMT-EOF-IND               PIC X(1).
              88 ACTSTMT-EOF                VALUE 'Y'.
           05 VSAM-EOF-INDICATOR            PIC X(1).
              88 END-OF-VSAM                VALUE 'Y'.
           05 SEGMENT-FOUND-IND             PIC X(01).
              88 SEGMENT-FOUND              VALUE 'Y'.
              88 SEGMENT-NOT-FOUND          VALUE 'N'.
           05 POLICY-QUALIFY-IND            PIC X(01).
              88 POLICY-QUALIFIES           VALUE 'Y'.
              88 POLICY-EXCLUDED            VALUE 'N'.
           05 CARD-ERROR-IND                PIC X(01).
              88 CARD-IN-ERROR              VALUE 'Y'.
           05 SAMPLE-CAPPED-IND             PIC X(01).
              88 SAMPLE-CAPPED              VALUE 'Y'.

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

           05 HISTORY-VSAMX-INFO.
              10 FILLER              PIC X(7) VALUE 'FVDULHD'.
              10 FILLER              PIC X VALUE LOW-VALUE.
              10 FILLER              PIC X VALUE ' '.
              10 FILLER              PIC X(11) VALUE LOW-VALUES.

           05 HISTORY-FILE-LENGTH     COMP SYNC PIC S9(4) VALUE +20.

           05 WS-SEG-ID               PIC X(02).
           05 WS-SEG-SEQ              PIC S9(04) COMP-3 VALUE +0.
           05 WS-SEG-WORK-AREA        PIC X(25000) VALUE SPACE.

      * BUSINESS DATE - SYSTEM DATE UNLESS BUSDATE CARRIES ONE
           05 WS-CURR-DATE.
              10 WS-CURR-YEAR         PIC 9(02).
              10 WS-CURR-MO           PIC 9(02).
              10 WS-CURR-DAY          PIC 9(02).
           05 WS-CURR-TIME            PIC 9(08).
           05 WS-RUN-DATE.
              10 WS-RUN-MM            PIC 9(02).
              10 WS-RUN-DD            PIC 9(02).
              10 WS-RUN-CC            PIC 9(02) VALUE 20.
              10 WS-RUN-YY            PIC 9(02).
           05 WS-BUSDATE-CARD         PIC X(80) VALUE SPACE.

      * ISSUE-DATE RANGE AND THE CURRENT POLICY'S ISSUE DATE AS
      * CCYYMMDD SO THEY COMPARE DIRECTLY
           05 WS-ISSUE-FROM-KEY       PIC 9(08) VALUE ZERO.
           05 WS-ISSUE-THRU-KEY       PIC 9(08) VALUE 99999999.
           05 WS-ISSUE-KEY            PIC 9(08) VALUE ZERO.
           05 WS-ISSUE-DATE.
              10 WS-ISSUE-MM          PIC 9(02).
              10 WS-ISSUE-DD          PIC 9(02).
              10 WS-ISSUE-CCYY        PIC 9(04).
           05 WS-STATE-CNT            PIC S9(03) COMP-3 VALUE +0.
           05 WS-ST-SUB               PIC S9(03) COMP-3 VALUE +0.
           05 WS-STATUS-DESC          PIC X(10).

      * SAMPLE SIZE AND SELECTION
           05 WS-POPULATION-CNT       PIC S9(09) COMP-3 VALUE +0.
           05 WS-LISTED-CNT           PIC S9(09) COMP-3 VALUE +0.
           05 WS-SAMPLE-WANTED        PIC S9(09) COMP-3 VALUE +0.
           05 WS-SAMPLE-DRAWN         PIC S9(09) COMP-3 VALUE +0.
           05 WS-REMAINING-CNT        PIC S9(09) COMP-3 VALUE +0.
           05 WS-SELECT-LEFT          PIC S9(18) COMP-3 VALUE +0.
           05 WS-SELECT-RIGHT         PIC S9(18) COMP-3 VALUE +0.
           05 WS-SAMPLE-MAX           PIC S9(05) COMP-3 VALUE +999.

      * MULTIPLICATIVE CONGRUENTIAL GENERATOR - X = X * 16807 MOD
      * 2147483647. THE SEED AS RECORDED IS WHAT REPRODUCES THE DRAW.
           05 WS-SEED-VALUE           PIC 9(10) VALUE ZERO.
           05 WS-SEED-SOURCE          PIC X(10) VALUE SPACE.
           05 WS-RANDOM-X             PIC S9(10) COMP-3 VALUE +0.
           05 WS-RANDOM-PRODUCT       PIC S9(15) COMP-3 VALUE +0.
           05 WS-RANDOM-QUOTIENT      PIC S9(15) COMP-3 VALUE +0.
           05 WS-RANDOM-MULTIPLIER    PIC S9(05) COMP-3 VALUE +16807.
           05 WS-RANDOM-MODULUS       PIC S9(10) COMP-3
                                      VALUE +2147483647.

      * PACKAGE LINE CONTEXT - SECTION, POLICY AND SAMPLE NUMBER
      * STAMPED ON EVERY LINE 5000-WRITE-PACKAGE-LINE WRITES
           05 WS-PK-SECTION           PIC X(01).
           05 WS-PK-POLICY            PIC X(10).
           05 WS-PK-SAMPLE-NO         PIC 9(04).
           05 WS-PKG-LINE-CNT         PIC S9(07) COMP-3 VALUE +0.
           05 WS-HDR-LINE-CNT         PIC S9(07) COMP-3 VALUE +0.
           05 WS-LIST-LINE-CNT        PIC S9(07) COMP-3 VALUE +0.
           05 WS-SAMPLE-LINE-CNT      PIC S9(07) COMP-3 VALUE +0.
           05 WS-INDEX-LINE-CNT       PIC S9(07) COMP-3 VALUE +0.
           05 WS-SM-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-NOT-DUMPED-CNT       PIC S9(05) COMP-3 VALUE +0.

           05 WS-PRINT-LINE           PIC X(132).
           05 WS-AMT-ED               PIC -------,---9.99.
           05 WS-YEAR-ED              PIC ZZ9.
           05 WS-DAY-ED               PIC ZZ9.
           05 WS-SEQ-ED               PIC ZZ9.
           05 WS-CNT-ED               PIC ZZZ,ZZZ,ZZ9.
           05 WS-CNT2-ED              PIC ZZZ,ZZZ,ZZ9.
           05 WS-LINE-ED              PIC ZZZZZZ9.
           05 WS-SECT-ED              PIC ZZZZ9.
           05 WS-CORR-CNT             PIC S9(05) COMP-3 VALUE +0.
           05 WS-ACTV-CNT             PIC S9(05) COMP-3 VALUE +0.
           05 WS-DISPOSITION-DESC     PIC X(12).
           05 WS-ADDR-SOURCE-DESC     PIC X(18).
           05 WS-DATE-ED.
              10 WS-DATE-ED-MM        PIC X(02).
              10 FILLER               PIC X(01) VALUE '/'.
              10 WS-DATE-ED-DD        PIC X(02).
              10 FILLER               PIC X(01) VALUE '/'.
              10 WS-DATE-ED-CCYY      PIC X(04).
           05 WS-FROM-ED              PIC X(10).
           05 WS-THRU-ED              PIC X(10).
           05 WS-SAMPLE-OF-ED         PIC ZZZ9.

      * AGENT LOOKUP WORK (SAME SHAPE AS NYVULOWN'S 236-READ-ACF)
           05 WS-AGT-KEY.
              10 WS-AGT-KEY-REC-ID    PIC X(01).
              10 WS-AGT-KEY-USER      PIC X(01).
              10 WS-AGT-KEY-AGENT     PIC X(10).
           05 WS-ACF-LENGTH-PARAM     PIC S9(4) COMP.
           05 WS-AGENT-ID             PIC X(10).
           05 WS-AGENT-NAME           PIC X(30).
           05 WS-AGENT-STATUS         PIC X(10).
           05 WS-AGT-SEG-ID           PIC X(02).
           05 WS-AGT-SEG-SEQ          PIC S9(04) COMP-3.

      * COUNTERS
           05 WS-POLICY-READ-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-COVERAGE-CNT      PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  EXAM PARAMETER CARD                                            *
      ********************************************************************

       01 EX-CONTROL-CARD.
           05 EX-STATE-LIST.
               10 EX-STATE            PIC X(02) OCCURS 10 TIMES.
           05 FILLER                  PIC X(01).
           05 EX-ISSUE-FROM           PIC X(08).
           05 EX-ISSUE-FROM-R REDEFINES EX-ISSUE-FROM.
               10 EX-FROM-MM          PIC 9(02).
               10 EX-FROM-DD          PIC 9(02).
               10 EX-FROM-CCYY        PIC 9(04).
           05 FILLER                  PIC X(01).
           05 EX-ISSUE-THRU           PIC X(08).
           05 EX-ISSUE-THRU-R REDEFINES EX-ISSUE-THRU.
               10 EX-THRU-MM          PIC 9(02).
               10 EX-THRU-DD          PIC 9(02).
               10 EX-THRU-CCYY        PIC 9(04).
           05 FILLER                  PIC X(01).
           05 EX-STATUS               PIC X(01).
              88 EX-STATUS-INFORCE    VALUE 'I'.
              88 EX-STATUS-TERMINATED VALUE 'T'.
              88 EX-STATUS-ALL        VALUE 'A' ' '.
           05 FILLER                  PIC X(01).
           05 EX-SAMPLE-SIZE          PIC X(05).
           05 EX-SAMPLE-SIZE-N REDEFINES EX-SAMPLE-SIZE
                                      PIC 9(05).
           05 FILLER                  PIC X(01).
           05 EX-SAMPLE-PCT           PIC X(03).
           05 EX-SAMPLE-PCT-N REDEFINES EX-SAMPLE-PCT
                                      PIC 9(03).
           05 FILLER                  PIC X(01).
           05 EX-SEED                 PIC X(10).
           05 EX-SEED-N REDEFINES EX-SEED
                                      PIC 9(10).
           05 FILLER                  PIC X(01).
           05 EX-EXAM-REF             PIC X(18).
       EJECT

      ********************************************************************
      *  SAMPLED POLICIES IN POLICY ORDER, WITH WHERE EACH ONE'S        *
      *  SECTIONS FELL IN THE PACKAGE                                   *
      ********************************************************************

       01 SAMPLE-TABLE.
           05 SM-USED                PIC S9(05) COMP-3 VALUE +0.
           05 SM-ENTRY OCCURS 999 TIMES.
               10 SM-POLICY           PIC X(10).
               10 SM-DUMPED-IND       PIC X(01).
                  88 SM-DUMPED        VALUE 'Y'.
               10 SM-FIRST-LINE       PIC S9(07) COMP-3.
               10 SM-DUMP-LINES       PIC S9(05) COMP-3.
               10 SM-HIST-LINES       PIC S9(05) COMP-3.
               10 SM-CORR-LINES       PIC S9(05) COMP-3.
               10 SM-ACTV-LINES       PIC S9(05) COMP-3.
       EJECT

      ********************************************************************
      *  EXAM-PACKAGE LINE                                              *
      ********************************************************************

       01 PK-PACKAGE-RECORD.
           05 PK-SECTION             PIC X(01).
              88 PK-HEADER           VALUE 'H'.
              88 PK-LISTING          VALUE 'L'.
              88 PK-DUMP             VALUE 'D'.
              88 PK-TIMELINE         VALUE 'T'.
              88 PK-CORRESPONDENCE   VALUE 'C'.
              88 PK-ACTIVITY         VALUE 'A'.
              88 PK-INDEX            VALUE 'X'.
           05 FILLER                 PIC X(01).
           05 PK-POLICY              PIC X(10).
           05 FILLER                 PIC X(01).
           05 PK-SAMPLE-NO           PIC 9(04).
           05 FILLER                 PIC X(01).
           05 PK-LINE-NO             PIC 9(07).
           05 FILLER                 PIC X(01).
           05 PK-TEXT                PIC X(132).
           05 FILLER                 PIC X(02).
       EJECT

      ********************************************************************
      *  POPULATION LISTING LINE AND ITS COLUMN HEADINGS                *
      ********************************************************************

       01 LR-LISTING-LINE.
           05 LR-POLICY              PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACE.
           05 LR-PLAN-CODE           PIC X(11).
           05 FILLER                 PIC X(02) VALUE SPACE.
           05 LR-ISSUE-STATE         PIC X(02).
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 LR-ISSUE-DATE          PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACE.
           05 LR-CURR-STAT           PIC X(02).
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 LR-STATUS-DESC         PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACE.
           05 LR-SAMPLE-FLAG         PIC X(07).
           05 LR-SAMPLE-NO           PIC X(04).
           05 FILLER                 PIC X(62) VALUE SPACE.

       01 LH-LISTING-HEADING.
           05 FILLER                 PIC X(12) VALUE 'POLICY'.
           05 FILLER                 PIC X(13) VALUE 'PLAN CODE'.
           05 FILLER                 PIC X(05) VALUE 'ST'.
           05 FILLER                 PIC X(12) VALUE 'ISSUED'.
           05 FILLER                 PIC X(05) VALUE 'STAT'.
           05 FILLER                 PIC X(12) VALUE 'STATUS'.
           05 FILLER                 PIC X(11) VALUE 'SAMPLE'.
           05 FILLER                 PIC X(62) VALUE SPACE.
       EJECT

      ********************************************************************
      *  CONTROL INDEX LINE AND ITS COLUMN HEADINGS                     *
      ********************************************************************

       01 XR-INDEX-LINE.
           05 XR-SAMPLE-NO           PIC 9(04).
           05 FILLER                 PIC X(04) VALUE SPACE.
           05 XR-POLICY              PIC X(10).
           05 FILLER                 PIC X(05) VALUE SPACE.
           05 XR-FIRST-LINE          PIC ZZZZZZ9.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 XR-DUMP-LINES          PIC ZZZ9.
           05 FILLER                 PIC X(05) VALUE SPACE.
           05 XR-HIST-LINES          PIC ZZZZ9.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 XR-CORR-LINES          PIC ZZZ9.
           05 FILLER                 PIC X(06) VALUE SPACE.
           05 XR-ACTV-LINES          PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACE.
           05 XR-NOTE                PIC X(45).
           05 FILLER                 PIC X(21) VALUE SPACE.

       01 XH-INDEX-HEADING.
           05 FILLER                 PIC X(08) VALUE 'SAMPLE'.
           05 FILLER                 PIC X(12) VALUE 'POLICY'.
           05 FILLER                 PIC X(13) VALUE 'FIRST LINE'.
           05 FILLER                 PIC X(06) VALUE 'DUMP'.
           05 FILLER                 PIC X(11) VALUE 'TIMELINE'.
           05 FILLER                 PIC X(06) VALUE 'CORR'.
           05 FILLER                 PIC X(08) VALUE 'ACTIVITY'.
           05 FILLER                 PIC X(68) VALUE SPACE.
       EJECT

      ********************************************************************
      *  NYCORHST CORRESPONDENCE HISTORY ENTRY                          *
      ********************************************************************

       01 CH-HISTORY-RECORD.
           COPY CKCORHST.
       EJECT

      ********************************************************************
      *  ACTSTMT ACTIVITY ROW AS WRITTEN BY NYFPVUL                     *
      ********************************************************************

       01 AS-ACTIVITY-RECORD.
           05 AS-POLICY              PIC X(10).
           05 FILLER                 PIC X(01).
           05 AS-TRANS-TYPE          PIC X(02).
           05 FILLER                 PIC X(01).
           05 AS-DURATION-YEAR       PIC X(03).
           05 FILLER                 PIC X(01).
           05 AS-DURATION-DAY        PIC X(03).
           05 FILLER                 PIC X(01).
           05 AS-GROSS-AMOUNT-ED     PIC X(12).
           05 FILLER                 PIC X(46).
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
       01 HISTORY-FILE-AUXDCB      PIC X(25000).
       EJECT

      ********************************************************************
      *            HISTORY RECORD CONTROL SECTION                       *
      ********************************************************************

       COPY CKNRECRC.
       05 FILLER                   PIC X(13980).
       EJECT

       01 HISTORY-FILE-DCB.
          COPY CKDCBLRG.
          COPY CKUBGPRM.
       EJECT

       COPY CKFRECCV.
       EJECT
       COPY CKFRECAU.
       EJECT
       COPY CKFRECBR.
       EJECT

       01 TRANSACTION-SEGMENT.
          COPY CKFRECTX.
       EJECT

       01 AGENTS-BASIC-SECTION.
          COPY CKGRECBS.
       EJECT

       01 AGENT-NAME-SEGMENT.
          COPY CKGRECNM.
       EJECT

       01 WS-ACF-AREA.
          05 WS-ACF-BASIC-SECTION.
             10 WS-ACF-LNGTH      PIC S9(04) COMP.
             10 WS-ACF-RECID      PIC X(01).
             10 WS-ACF-CNTRL.
                15 WS-USER        PIC X(10).
                15 WS-ACF-AGT-NUMBER PIC X(10).
             10 WS-ACF-REST-OF-BASIC PIC X(75).
          05 WS-ACF-REST          PIC X(13911).

       01 WS-ACF-DCB              PIC X(25000).

      * ACF TRAILER LIST AREA
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                           BY AGTMAX-RECORD.
       EJECT

       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE BY
                           AGTTRLR-TRAILERS.
       EJECT

      * AUXSEG1 RECORD AREA
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                         BY AUX-INF-DCB.
       EJECT

       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE
                         BY INFORCE-AUX-SDT.
       EJECT

      * AUXSEGH RECORD AREA
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                         BY AUX-HIST-DCB.
       EJECT

       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE
                         BY HISTORY-AUX-SDT.
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYEXMSMP WORKING STORAGE ENDS  '.
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

           PERFORM 2000-COUNT-POPULATION
               THRU 2099-COUNT-POPULATION-EXIT
               UNTIL END-OF-VSAM.

           PERFORM 1500-SIZE-SAMPLE
               THRU 1599-SIZE-SAMPLE-EXIT.

           PERFORM 1600-RESTART-BROWSE
               THRU 1699-RESTART-BROWSE-EXIT.

           PERFORM 3000-LIST-AND-SELECT
               THRU 3099-LIST-AND-SELECT-EXIT
               UNTIL END-OF-VSAM.

           PERFORM 1600-RESTART-BROWSE
               THRU 1699-RESTART-BROWSE-EXIT.

           MOVE +1 TO WS-SM-SUB.
           PERFORM 4000-DUMP-SAMPLED-POLICY
               THRU 4099-DUMP-SAMPLED-POLICY-EXIT
               UNTIL END-OF-VSAM
                  OR WS-SM-SUB GREATER THAN SM-USED.

           PERFORM 7000-WRITE-CONTROL-INDEX
               THRU 7099-WRITE-CONTROL-INDEX-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO VSAM-EOF-INDICATOR.
           MOVE SPACE TO CORR-EOF-IND.
           MOVE SPACE TO ACTSTMT-EOF-IND.
           MOVE SPACE TO CARD-ERROR-IND.
           MOVE SPACE TO SAMPLE-CAPPED-IND.
           MOVE SPACE TO CH-POLICY.
           MOVE SPACE TO AS-POLICY.

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

           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO EX-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE INTO EX-CONTROL-CARD
               AT END SET CARD-EOF TO TRUE
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF CARD-EOF
               DISPLAY 'NO EXAM PARAMETER CARD ON SYSIPT'
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 1100-EDIT-CONTROL-CARD
               THRU 1199-EDIT-CONTROL-CARD-EXIT.
           IF CARD-IN-ERROR
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 1200-ESTABLISH-SEED
               THRU 1299-ESTABLISH-SEED-EXIT.
           IF CARD-IN-ERROR
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT EXAM-PKG-FILE.
           IF EXAM-PKG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXAM PACKAGE: '
                       EXAM-PKG-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN INPUT CORR-HIST-FILE.
           IF CORR-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CORRESPONDENCE HISTORY: '
                       CORR-HIST-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN INPUT ACTSTMT-IN-FILE.
           IF ACTSTMT-IN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACTSTMT: '
                       ACTSTMT-IN-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE LOW-VALUES TO INFORCE-FILE-DCB.
           INITIALIZE INFORCE-FILE-AREA.
           SET OPEN-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
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

           MOVE LOW-VALUES TO HISTORY-FILE-DCB.
           INITIALIZE HISTORY-RECORD.
           MOVE HISTORY-VSAMX-INFO TO UBHIST-HISTORY-VSAMX.
           MOVE '6' TO WS-IO-CODE.
           CALL 'CKVSAMIO'
                USING HISTORY-VSAM
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

           MOVE '6' TO WS-IO-CODE.
           CALL 'CKVSAMIO'
                USING ACF-FILE-NAME
                      WS-IO-CODE.
           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'AGENT CONTROL FILE OPEN ERROR'
           END-IF.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  EDIT THE EXAM PARAMETER CARD - EVERY FIELD IN ERROR IS         *
      *  DISPLAYED BEFORE THE RUN IS STOPPED                            *
      ********************************************************************

       1100-EDIT-CONTROL-CARD.

           DISPLAY 'EXAM PARAMETERS: ' EX-CONTROL-CARD.

           MOVE ZERO TO WS-STATE-CNT.
           MOVE +1 TO WS-ST-SUB.
           PERFORM 1150-COUNT-STATE
               THRU 1159-COUNT-STATE-EXIT
               UNTIL WS-ST-SUB GREATER THAN 10.

           IF EX-ISSUE-FROM NOT = SPACE
               IF EX-ISSUE-FROM NUMERIC
                   COMPUTE WS-ISSUE-FROM-KEY =
                       EX-FROM-CCYY * 10000 + EX-FROM-MM * 100 +
                       EX-FROM-DD
               ELSE
                   DISPLAY 'ISSUE DATE FROM (COLS 22-29) INVALID: '
                           EX-ISSUE-FROM
                   SET CARD-IN-ERROR TO TRUE
               END-IF
           END-IF.

           IF EX-ISSUE-THRU NOT = SPACE
               IF EX-ISSUE-THRU NUMERIC
                   COMPUTE WS-ISSUE-THRU-KEY =
                       EX-THRU-CCYY * 10000 + EX-THRU-MM * 100 +
                       EX-THRU-DD
               ELSE
                   DISPLAY 'ISSUE DATE THRU (COLS 31-38) INVALID: '
                           EX-ISSUE-THRU
                   SET CARD-IN-ERROR TO TRUE
               END-IF
           END-IF.

           IF WS-ISSUE-FROM-KEY GREATER THAN WS-ISSUE-THRU-KEY
               DISPLAY 'ISSUE DATE FROM IS LATER THAN ISSUE DATE THRU'
               SET CARD-IN-ERROR TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN EX-STATUS-INFORCE
                   MOVE 'IN FORCE'   TO WS-STATUS-DESC
               WHEN EX-STATUS-TERMINATED
                   MOVE 'TERMINATED' TO WS-STATUS-DESC
               WHEN EX-STATUS-ALL
                   MOVE 'ALL'        TO WS-STATUS-DESC
               WHEN OTHER
                   DISPLAY 'STATUS (COL 40) MUST BE I, T, A OR BLANK: '
                           EX-STATUS
                   SET CARD-IN-ERROR TO TRUE
           END-EVALUATE.

           IF EX-SAMPLE-SIZE = SPACE
               MOVE ZERO TO EX-SAMPLE-SIZE-N
           END-IF.
           IF EX-SAMPLE-PCT = SPACE
               MOVE ZERO TO EX-SAMPLE-PCT-N
           END-IF.

           IF EX-SAMPLE-SIZE NOT NUMERIC
               DISPLAY 'SAMPLE SIZE (COLS 42-46) INVALID: '
                       EX-SAMPLE-SIZE
               SET CARD-IN-ERROR TO TRUE
               GO TO 1199-EDIT-CONTROL-CARD-EXIT
           END-IF.
           IF EX-SAMPLE-PCT NOT NUMERIC
               OR EX-SAMPLE-PCT-N GREATER THAN 100
               DISPLAY 'SAMPLE PERCENTAGE (COLS 48-50) INVALID: '
                       EX-SAMPLE-PCT
               SET CARD-IN-ERROR TO TRUE
               GO TO 1199-EDIT-CONTROL-CARD-EXIT
           END-IF.

           IF EX-SAMPLE-SIZE-N EQUAL ZERO
               AND EX-SAMPLE-PCT-N EQUAL ZERO
               DISPLAY 'NO SAMPLE SIZE OR SAMPLE PERCENTAGE GIVEN'
               SET CARD-IN-ERROR TO TRUE
           END-IF.

           IF EX-SAMPLE-SIZE-N GREATER THAN ZERO
               AND EX-SAMPLE-PCT-N GREATER THAN ZERO
               DISPLAY 'SAMPLE SIZE AND PERCENTAGE BOTH GIVEN - '
                       'THE SIZE IS USED'
           END-IF.

       1199-EDIT-CONTROL-CARD-EXIT.
           EXIT.
       EJECT

       1150-COUNT-STATE.

           IF EX-STATE (WS-ST-SUB) NOT = SPACE
               ADD +1 TO WS-STATE-CNT
           END-IF.
           ADD +1 TO WS-ST-SUB.

       1159-COUNT-STATE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  SEED THE GENERATOR - FROM THE CARD, OR FROM THE TIME OF DAY    *
      *  WHEN THE CARD LEAVES IT BLANK. THE SEED IS RECORDED IN THE     *
      *  PACKAGE EITHER WAY.                                            *
      ********************************************************************

       1200-ESTABLISH-SEED.

           IF EX-SEED = SPACE
               ACCEPT WS-CURR-TIME FROM TIME
               MOVE WS-CURR-TIME TO WS-SEED-VALUE
               MOVE 'CLOCK' TO WS-SEED-SOURCE
           ELSE
               IF EX-SEED NUMERIC
                   MOVE EX-SEED-N TO WS-SEED-VALUE
                   MOVE 'CARD' TO WS-SEED-SOURCE
               ELSE
                   DISPLAY 'RANDOM SEED (COLS 52-61) INVALID: '
                           EX-SEED
                   SET CARD-IN-ERROR TO TRUE
                   GO TO 1299-ESTABLISH-SEED-EXIT
               END-IF
           END-IF.

      * THE GENERATOR CYCLES ON 1 THRU 2147483646 - ZERO WOULD
      * STICK AT ZERO
           DIVIDE WS-SEED-VALUE BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-X.
           IF WS-RANDOM-X EQUAL ZERO
               MOVE +1 TO WS-RANDOM-X
           END-IF.

           DISPLAY 'RANDOM SEED: ' WS-SEED-VALUE
                   ' FROM ' WS-SEED-SOURCE.

       1299-ESTABLISH-SEED-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  SAMPLE SIZE FROM THE POPULATION COUNT, THEN THE PACKAGE HEADER *
      ********************************************************************

       1500-SIZE-SAMPLE.

           IF EX-SAMPLE-SIZE-N GREATER THAN ZERO
               MOVE EX-SAMPLE-SIZE-N TO WS-SAMPLE-WANTED
           ELSE
               COMPUTE WS-SAMPLE-WANTED =
                   (WS-POPULATION-CNT * EX-SAMPLE-PCT-N + 99) / 100
           END-IF.

           IF WS-SAMPLE-WANTED GREATER THAN WS-POPULATION-CNT
               MOVE WS-POPULATION-CNT TO WS-SAMPLE-WANTED
           END-IF.

           IF WS-SAMPLE-WANTED GREATER THAN WS-SAMPLE-MAX
               DISPLAY 'SAMPLE OF ' WS-SAMPLE-WANTED
                       ' CUT TO THE SAMPLE TABLE SIZE'
               MOVE WS-SAMPLE-MAX TO WS-SAMPLE-WANTED
               SET SAMPLE-CAPPED TO TRUE
           END-IF.

           MOVE 'H'   TO WS-PK-SECTION.
           MOVE SPACE TO WS-PK-POLICY.
           MOVE ZERO  TO WS-PK-SAMPLE-NO.

           MOVE WS-RUN-MM TO WS-DATE-ED-MM.
           MOVE WS-RUN-DD TO WS-DATE-ED-DD.
           MOVE WS-RUN-DATE (5:4) TO WS-DATE-ED-CCYY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'MARKET-CONDUCT EXAMINATION PACKAGE  '
                                             DELIMITED BY SIZE
                  EX-EXAM-REF                DELIMITED BY SIZE
                  '  RUN DATE '              DELIMITED BY SIZE
                  WS-DATE-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE SPACE TO WS-PRINT-LINE.
           IF WS-STATE-CNT EQUAL ZERO
               MOVE 'ISSUE STATES: ALL' TO WS-PRINT-LINE
           ELSE
               STRING 'ISSUE STATES: '       DELIMITED BY SIZE
                      EX-STATE-LIST          DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE 'ANY' TO WS-FROM-ED.
           MOVE 'ANY' TO WS-THRU-ED.
           IF EX-ISSUE-FROM NOT = SPACE
               MOVE EX-ISSUE-FROM (1:2) TO WS-DATE-ED-MM
               MOVE EX-ISSUE-FROM (3:2) TO WS-DATE-ED-DD
               MOVE EX-ISSUE-FROM (5:4) TO WS-DATE-ED-CCYY
               MOVE WS-DATE-ED          TO WS-FROM-ED
           END-IF.
           IF EX-ISSUE-THRU NOT = SPACE
               MOVE EX-ISSUE-THRU (1:2) TO WS-DATE-ED-MM
               MOVE EX-ISSUE-THRU (3:2) TO WS-DATE-ED-DD
               MOVE EX-ISSUE-THRU (5:4) TO WS-DATE-ED-CCYY
               MOVE WS-DATE-ED          TO WS-THRU-ED
           END-IF.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'ISSUE DATES: '            DELIMITED BY SIZE
                  WS-FROM-ED                 DELIMITED BY SIZE
                  ' THRU '                   DELIMITED BY SIZE
                  WS-THRU-ED                 DELIMITED BY SIZE
                  '   STATUS: '              DELIMITED BY SIZE
                  WS-STATUS-DESC             DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE WS-POPULATION-CNT TO WS-CNT-ED.
           MOVE WS-SAMPLE-WANTED  TO WS-CNT2-ED.
           MOVE SPACE TO WS-PRINT-LINE.
           IF EX-SAMPLE-SIZE-N GREATER THAN ZERO
               STRING 'POPULATION: '         DELIMITED BY SIZE
                      WS-CNT-ED              DELIMITED BY SIZE
                      '   SAMPLE SIZE REQUESTED: '
                                             DELIMITED BY SIZE
                      EX-SAMPLE-SIZE         DELIMITED BY SIZE
                      '   SAMPLE SIZE: '     DELIMITED BY SIZE
                      WS-CNT2-ED             DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               STRING 'POPULATION: '         DELIMITED BY SIZE
                      WS-CNT-ED              DELIMITED BY SIZE
                      '   SAMPLE PERCENT REQUESTED: '
                                             DELIMITED BY SIZE
                      EX-SAMPLE-PCT          DELIMITED BY SIZE
                      '%'                    DELIMITED BY SIZE
                      '   SAMPLE SIZE: '     DELIMITED BY SIZE
                      WS-CNT2-ED             DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'RANDOM SEED: '            DELIMITED BY SIZE
                  WS-SEED-VALUE              DELIMITED BY SIZE
                  ' FROM '                   DELIMITED BY SIZE
                  WS-SEED-SOURCE             DELIMITED BY SPACE
                  ' - THE SAME SEED ON THE CARD REDRAWS THIS SAMPLE'
                                             DELIMITED BY SIZE
                  ' FROM THE SAME POPULATION'
                                             DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           IF WS-POPULATION-CNT EQUAL ZERO
               MOVE 'NO POLICY ON VSAM2 MATCHES THE EXAM PARAMETERS'
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
           END-IF.

           IF SAMPLE-CAPPED
               MOVE 'SAMPLE CUT TO 999 POLICIES - THE SAMPLE TABLE SIZE'
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
           END-IF.

       1599-SIZE-SAMPLE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CLOSE AND REOPEN VSAM2 TO BROWSE IT AGAIN FROM THE TOP         *
      ********************************************************************

       1600-RESTART-BROWSE.

           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
                      WS-IO-CODE.

           MOVE SPACE TO VSAM-EOF-INDICATOR.
           MOVE LOW-VALUES TO INFORCE-FILE-DCB.
           INITIALIZE INFORCE-FILE-AREA.
           SET OPEN-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
                      WS-IO-CODE
                      INFORCE-FILE-AREA
                      INFORCE-FILE-LENGTH
                      INF-RECORD-KEY
                      INFORCE-VSAMX-INFO.
           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'REOPEN INFORCE FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       1699-RESTART-BROWSE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  FIRST BROWSE - COUNT THE POPULATION                            *
      ********************************************************************

       2000-COUNT-POPULATION.

           ADD +1 TO WS-POLICY-READ-CNT.

           PERFORM 2200-QUALIFY-POLICY
               THRU 2299-QUALIFY-POLICY-EXIT.
           IF POLICY-QUALIFIES
               ADD +1 TO WS-POPULATION-CNT
           END-IF.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       2099-COUNT-POPULATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  A POLICY IS IN THE POPULATION WHEN ITS FIRST COVERAGE SEGMENT  *
      *  MATCHES THE CARD'S STATES, ISSUE-DATE RANGE AND STATUS         *
      ********************************************************************

       2200-QUALIFY-POLICY.

           SET POLICY-EXCLUDED TO TRUE.

           PERFORM 2310-BUILD-SEGMENT-TABLE
               THRU 2319-BUILD-SEGMENT-TABLE-EXIT.

           MOVE '02' TO WS-SEG-ID.
           MOVE +1   TO WS-SEG-SEQ.
           PERFORM 3500-GET-INFORCE-SEGMENT
               THRU 3599-GET-INFORCE-SEGMENT-EXIT.
           IF SEGMENT-NOT-FOUND
               ADD +1 TO WS-NO-COVERAGE-CNT
               GO TO 2299-QUALIFY-POLICY-EXIT
           END-IF.
           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF ISSUE-DATE OF CV-SEGMENT NOT NUMERIC
               ADD +1 TO WS-NO-COVERAGE-CNT
               GO TO 2299-QUALIFY-POLICY-EXIT
           END-IF.

           MOVE ISSUE-DATE OF CV-SEGMENT TO WS-ISSUE-DATE.
           COMPUTE WS-ISSUE-KEY =
               WS-ISSUE-CCYY * 10000 + WS-ISSUE-MM * 100 +
               WS-ISSUE-DD.
           IF WS-ISSUE-KEY LESS THAN WS-ISSUE-FROM-KEY
               OR WS-ISSUE-KEY GREATER THAN WS-ISSUE-THRU-KEY
               GO TO 2299-QUALIFY-POLICY-EXIT
           END-IF.

           IF CURR-STAT OF CV-SEGMENT EQUAL '98'
               OR CURR-STAT OF CV-SEGMENT EQUAL '99'
               MOVE 'TERMINATED' TO LR-STATUS-DESC
               IF EX-STATUS-INFORCE
                   GO TO 2299-QUALIFY-POLICY-EXIT
               END-IF
           ELSE
               MOVE 'IN FORCE'   TO LR-STATUS-DESC
               IF EX-STATUS-TERMINATED
                   GO TO 2299-QUALIFY-POLICY-EXIT
               END-IF
           END-IF.

           IF WS-STATE-CNT EQUAL ZERO
               SET POLICY-QUALIFIES TO TRUE
               GO TO 2299-QUALIFY-POLICY-EXIT
           END-IF.

           MOVE +1 TO WS-ST-SUB.

       2220-CHECK-NEXT-STATE.

           IF WS-ST-SUB GREATER THAN 10
               GO TO 2299-QUALIFY-POLICY-EXIT
           END-IF.

           IF EX-STATE (WS-ST-SUB) NOT = SPACE
               AND EX-STATE (WS-ST-SUB) EQUAL
                   ISSUE-STATE OF CV-SEGMENT
               SET POLICY-QUALIFIES TO TRUE
               GO TO 2299-QUALIFY-POLICY-EXIT
           END-IF.

           ADD +1 TO WS-ST-SUB.
           GO TO 2220-CHECK-NEXT-STATE.

       2299-QUALIFY-POLICY-EXIT.
           EXIT.
       EJECT

      * BUILD THE SEGMENT TRAILER LIST FOR THE INFORCE RECORD CURRENTLY
      * HELD IN INFORCE-FILE-AREA - SAME SEQUENCE NYVULOWN'S
      * 211-BUILD-SEGMENT-TABLE USES
       2310-BUILD-SEGMENT-TABLE.

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

       2319-BUILD-SEGMENT-TABLE-EXIT.
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
      *  SECOND BROWSE - LIST EVERY POPULATION POLICY AND DRAW THE      *
      *  SAMPLE. EACH POLICY IS TAKEN WITH PROBABILITY                  *
      *  (POLICIES STILL NEEDED) / (POPULATION POLICIES STILL TO COME), *
      *  WHICH DRAWS EXACTLY THE SAMPLE SIZE, IN POLICY ORDER.          *
      ********************************************************************

       3000-LIST-AND-SELECT.

           PERFORM 2200-QUALIFY-POLICY
               THRU 2299-QUALIFY-POLICY-EXIT.
           IF POLICY-EXCLUDED
               GO TO 3080-NEXT-POLICY
           END-IF.

           IF WS-LISTED-CNT EQUAL ZERO
               MOVE 'L'   TO WS-PK-SECTION
               MOVE SPACE TO WS-PK-POLICY
               MOVE ZERO  TO WS-PK-SAMPLE-NO
               MOVE 'POPULATION LISTING' TO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
               MOVE LH-LISTING-HEADING TO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
           END-IF.

           ADD +1 TO WS-LISTED-CNT.
           MOVE SPACE TO LR-SAMPLE-FLAG LR-SAMPLE-NO.
           MOVE ZERO  TO WS-PK-SAMPLE-NO.

           PERFORM 3100-DRAW-SELECTION
               THRU 3199-DRAW-SELECTION-EXIT.

           MOVE INFORCE-POL-NUMBER        TO LR-POLICY.
           MOVE PLAN-CODE OF CV-SEGMENT   TO LR-PLAN-CODE.
           MOVE ISSUE-STATE OF CV-SEGMENT TO LR-ISSUE-STATE.
           MOVE CURR-STAT OF CV-SEGMENT   TO LR-CURR-STAT.
           MOVE WS-ISSUE-DATE (1:2) TO WS-DATE-ED-MM.
           MOVE WS-ISSUE-DATE (3:2) TO WS-DATE-ED-DD.
           MOVE WS-ISSUE-DATE (5:4) TO WS-DATE-ED-CCYY.
           MOVE WS-DATE-ED                TO LR-ISSUE-DATE.

           MOVE 'L'                TO WS-PK-SECTION.
           MOVE INFORCE-POL-NUMBER TO WS-PK-POLICY.
           MOVE LR-LISTING-LINE    TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

       3080-NEXT-POLICY.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       3099-LIST-AND-SELECT-EXIT.
           EXIT.
       EJECT

       3100-DRAW-SELECTION.

           IF WS-SAMPLE-DRAWN NOT LESS THAN WS-SAMPLE-WANTED
               GO TO 3199-DRAW-SELECTION-EXIT
           END-IF.

      * A POLICY ADDED SINCE THE COUNT CAN LEAVE NOTHING STILL TO
      * COME - EVERY POLICY IS THEN TAKEN UNTIL THE SAMPLE IS FULL
           COMPUTE WS-REMAINING-CNT =
               WS-POPULATION-CNT - WS-LISTED-CNT + 1.
           IF WS-REMAINING-CNT LESS THAN 1
               MOVE +1 TO WS-REMAINING-CNT
           END-IF.

           COMPUTE WS-RANDOM-PRODUCT =
               WS-RANDOM-X * WS-RANDOM-MULTIPLIER.
           DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-X.

           COMPUTE WS-SELECT-LEFT =
               WS-RANDOM-X * WS-REMAINING-CNT.
           COMPUTE WS-SELECT-RIGHT =
               (WS-SAMPLE-WANTED - WS-SAMPLE-DRAWN) *
               WS-RANDOM-MODULUS.
           IF WS-SELECT-LEFT NOT LESS THAN WS-SELECT-RIGHT
               GO TO 3199-DRAW-SELECTION-EXIT
           END-IF.

           ADD +1 TO WS-SAMPLE-DRAWN.
           ADD +1 TO SM-USED.
           MOVE INFORCE-POL-NUMBER TO SM-POLICY (SM-USED).
           MOVE 'N'  TO SM-DUMPED-IND (SM-USED).
           MOVE ZERO TO SM-FIRST-LINE (SM-USED)
                        SM-DUMP-LINES (SM-USED)
                        SM-HIST-LINES (SM-USED)
                        SM-CORR-LINES (SM-USED)
                        SM-ACTV-LINES (SM-USED).

           MOVE SM-USED  TO WS-PK-SAMPLE-NO.
           MOVE 'SAMPLE ' TO LR-SAMPLE-FLAG.
           MOVE WS-PK-SAMPLE-NO TO LR-SAMPLE-NO.

       3199-DRAW-SELECTION-EXIT.
           EXIT.
       EJECT

       3500-GET-INFORCE-SEGMENT.

           INITIALIZE WS-SEG-WORK-AREA.
           SET SEGMENT-NOT-FOUND TO TRUE.
           CALL 'CKETRGET' USING WS-SEG-ID
                                 WS-SEG-SEQ
                                 WS-SEG-WORK-AREA
                                 WS-DUMMY
                                 WS-IO-CODE
                                 WS-DUMMY
                                 INFORCE-FILE-DCB.
           IF WS-IO-CODE = '0'
               SET SEGMENT-FOUND TO TRUE
           END-IF.

       3599-GET-INFORCE-SEGMENT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  THIRD BROWSE - THE FILE DOCUMENTATION FOR EACH SAMPLED POLICY  *
      ********************************************************************

       4000-DUMP-SAMPLED-POLICY.

           IF INFORCE-POL-NUMBER LESS THAN SM-POLICY (WS-SM-SUB)
               PERFORM 2500-READ-NEXT-POLICY
                   THRU 2599-READ-NEXT-POLICY-EXIT
               GO TO 4099-DUMP-SAMPLED-POLICY-EXIT
           END-IF.

      * PAST THE SAMPLED KEY - THE POLICY HAS LEFT VSAM2 SINCE IT WAS
      * DRAWN. THE CONTROL INDEX NOTES IT.
           IF INFORCE-POL-NUMBER GREATER THAN SM-POLICY (WS-SM-SUB)
               ADD +1 TO WS-SM-SUB
               GO TO 4099-DUMP-SAMPLED-POLICY-EXIT
           END-IF.

           MOVE INFORCE-POL-NUMBER TO WS-PK-POLICY.
           MOVE WS-SM-SUB          TO WS-PK-SAMPLE-NO.
           COMPUTE SM-FIRST-LINE (WS-SM-SUB) = WS-PKG-LINE-CNT + 1.
           SET SM-DUMPED (WS-SM-SUB) TO TRUE.

           MOVE 'D' TO WS-PK-SECTION.
           MOVE WS-SAMPLE-DRAWN TO WS-SAMPLE-OF-ED.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'SAMPLE '                  DELIMITED BY SIZE
                  WS-PK-SAMPLE-NO            DELIMITED BY SIZE
                  ' OF '                     DELIMITED BY SIZE
                  WS-SAMPLE-OF-ED            DELIMITED BY SIZE
                  ' - POLICY RESEARCH DUMP FOR '
                                             DELIMITED BY SIZE
                  INFORCE-POL-NUMBER         DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           PERFORM 4100-DUMP-POLICY-SEGMENTS
               THRU 4199-DUMP-POLICY-SEGMENTS-EXIT.

           PERFORM 4400-DUMP-HISTORY-TIMELINE
               THRU 4499-DUMP-HISTORY-TIMELINE-EXIT.

           PERFORM 4600-DUMP-CORRESPONDENCE
               THRU 4699-DUMP-CORRESPONDENCE-EXIT.

           PERFORM 4800-DUMP-ACTIVITY
               THRU 4899-DUMP-ACTIVITY-EXIT.

           ADD +1 TO WS-SM-SUB.
           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       4099-DUMP-SAMPLED-POLICY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  DECODE AND PRINT EVERY SEGMENT THE COPYBOOKS COVER, AS         *
      *  NYPOLDMP DOES                                                  *
      ********************************************************************

       4100-DUMP-POLICY-SEGMENTS.

           PERFORM 2310-BUILD-SEGMENT-TABLE
               THRU 2319-BUILD-SEGMENT-TABLE-EXIT.

      * BASIC SECTION (SEGMENT 01)
           MOVE '01' TO WS-SEG-ID.
           MOVE +1   TO WS-SEG-SEQ.
           PERFORM 3500-GET-INFORCE-SEGMENT
               THRU 3599-GET-INFORCE-SEGMENT-EXIT.
           IF SEGMENT-FOUND
               MOVE WS-SEG-WORK-AREA TO INQUIRY-BASIC-SECTION
               MOVE SPACE TO WS-PRINT-LINE
               STRING 'SEG 01 BASIC    STATUS='   DELIMITED BY SIZE
                      FBRSTAT-STATUS              DELIMITED BY SIZE
                      ' BYTE1='                   DELIMITED BY SIZE
                      FBRSTAT1-BYTE1              DELIMITED BY SIZE
                      ' LAST='                    DELIMITED BY SIZE
                      FBRLSTEN-LAST               DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
           END-IF.

      * COVERAGE SEGMENTS (SEGMENT 02), ALL OCCURRENCES
           MOVE '02' TO WS-SEG-ID.
           MOVE ZERO TO WS-SEG-SEQ.
           PERFORM 4200-DUMP-NEXT-COVERAGE
               THRU 4299-DUMP-NEXT-COVERAGE-EXIT.

      * OWNER SEGMENT (SEGMENT 18)
           MOVE '18' TO WS-SEG-ID.
           MOVE +1   TO WS-SEG-SEQ.
           PERFORM 3500-GET-INFORCE-SEGMENT
               THRU 3599-GET-INFORCE-SEGMENT-EXIT.
           IF SEGMENT-FOUND
               MOVE WS-SEG-WORK-AREA TO AU-SEGMENT
               MOVE SPACE TO WS-PRINT-LINE
               STRING 'SEG 18 OWNER    '          DELIMITED BY SIZE
                      OWNER-NAME OF AU-SEGMENT    DELIMITED BY SIZE
                      ' TIN='                     DELIMITED BY SIZE
                      OWNER-TIN OF AU-SEGMENT     DELIMITED BY SIZE
                      ' PHONE='                   DELIMITED BY SIZE
                      OWNER-PHONE OF AU-SEGMENT   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
               MOVE SPACE TO WS-PRINT-LINE
               STRING '                '          DELIMITED BY SIZE
                      ADDRESS-1 OF AU-SEGMENT     DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      CITY OF AU-SEGMENT          DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      STATE OF AU-SEGMENT         DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      ZIP-CODE OF AU-SEGMENT      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
               IF SECOND-OWNER-NAME OF AU-SEGMENT NOT = SPACE
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING '                SECOND OWNER: '
                                                  DELIMITED BY SIZE
                      SECOND-OWNER-NAME OF AU-SEGMENT
                                                  DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 5000-WRITE-PACKAGE-LINE
                       THRU 5099-WRITE-PACKAGE-LINE-EXIT
               END-IF
           END-IF.

      * SERVICING AGENT OFF THE AGENT CONTROL FILE - THE AGENT ON THE
      * FIRST COVERAGE SEGMENT
           MOVE '02' TO WS-SEG-ID.
           MOVE +1   TO WS-SEG-SEQ.
           PERFORM 3500-GET-INFORCE-SEGMENT
               THRU 3599-GET-INFORCE-SEGMENT-EXIT.
           IF SEGMENT-FOUND
               MOVE WS-SEG-WORK-AREA TO CV-SEGMENT
               PERFORM 4300-DUMP-AGENT
                   THRU 4399-DUMP-AGENT-EXIT
           END-IF.

       4199-DUMP-POLICY-SEGMENTS-EXIT.
           EXIT.
       EJECT

       4200-DUMP-NEXT-COVERAGE.

           ADD +1 TO WS-SEG-SEQ.
           PERFORM 3500-GET-INFORCE-SEGMENT
               THRU 3599-GET-INFORCE-SEGMENT-EXIT.
           IF SEGMENT-NOT-FOUND
               GO TO 4299-DUMP-NEXT-COVERAGE-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.
           MOVE WS-SEG-SEQ TO WS-SEQ-ED.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'SEG 02 COVERAGE OCC ' DELIMITED BY SIZE
                  WS-SEQ-ED              DELIMITED BY SIZE
                  ' STAT='               DELIMITED BY SIZE
                  CURR-STAT OF CV-SEGMENT DELIMITED BY SIZE
                  ' PLAN='               DELIMITED BY SIZE
                  PLAN-CODE OF CV-SEGMENT DELIMITED BY SIZE
                  ' ISSUED='             DELIMITED BY SIZE
                  ISSUE-DATE OF CV-SEGMENT DELIMITED BY SIZE
                  ' ST='                 DELIMITED BY SIZE
                  ISSUE-STATE OF CV-SEGMENT DELIMITED BY SIZE
                  ' AGT='                DELIMITED BY SIZE
                  AGT-NUMBER OF CV-SEGMENT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           GO TO 4200-DUMP-NEXT-COVERAGE.

       4299-DUMP-NEXT-COVERAGE-EXIT.
           EXIT.
       EJECT

      * SAME AGENT LOOKUP SHAPE AS NYVULOWN'S 236-READ-ACF
       4300-DUMP-AGENT.

           MOVE AGT-NUMBER OF CV-SEGMENT TO WS-AGENT-ID.
           MOVE SPACE TO WS-AGENT-NAME WS-AGENT-STATUS.

           IF WS-AGENT-ID = SPACE
               GO TO 4399-DUMP-AGENT-EXIT
           END-IF.

           MOVE 'E'    TO WS-AGT-KEY-REC-ID.
           MOVE +0     TO WS-ACF-LENGTH-PARAM.
           MOVE HEX-00 TO WS-AGT-KEY-USER.
           MOVE WS-AGENT-ID TO WS-AGT-KEY-AGENT.

           MOVE '2' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING ACF-FILE-NAME
                                  WS-IO-CODE
                                  WS-ACF-AREA
                                  WS-ACF-LENGTH-PARAM
                                  WS-AGT-KEY.
           IF WS-IO-CODE NOT = '0'
               GO TO 4399-DUMP-AGENT-EXIT
           END-IF.

           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-ACF-AREA
                                  WS-ACF-DCB
                                  CONSTANT-89
                                  AGTMAX-RECORD
                                  AGTTRLR-TRAILERS.
           IF WS-IO-CODE NOT = '0'
               GO TO 4399-DUMP-AGENT-EXIT
           END-IF.

           MOVE WS-ACF-BASIC-SECTION TO AGENTS-BASIC-SECTION.
           IF GBSASACT-ACTIVE
               MOVE 'ACTIVE' TO WS-AGENT-STATUS
           ELSE
               MOVE 'TERMINATED' TO WS-AGENT-STATUS
           END-IF.

           MOVE '10' TO WS-AGT-SEG-ID.
           MOVE +1   TO WS-AGT-SEG-SEQ.
           CALL 'CKETRGET' USING WS-AGT-SEG-ID
                                  WS-AGT-SEG-SEQ
                                  WS-SEG-WORK-AREA
                                  WS-DUMMY
                                  WS-IO-CODE
                                  WS-DUMMY
                                  WS-ACF-DCB.
           IF WS-IO-CODE = '0'
               MOVE WS-SEG-WORK-AREA TO AGENT-NAME-SEGMENT
               IF GNMSSID-CORPORATE
                   MOVE GNMCORP-CORPORATION TO WS-AGENT-NAME
               ELSE
                   STRING GNMLNAME-LAST-NAME DELIMITED BY ' '
                          ','
                          GNMFNAME-FIRST-NAME DELIMITED BY ' '
                     INTO WS-AGENT-NAME
               END-IF
           END-IF.

           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'AGENT           '  DELIMITED BY SIZE
                  WS-AGENT-ID         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AGENT-NAME       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AGENT-STATUS     DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

       4399-DUMP-AGENT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  KEYED HISTORY READ AND SEGMENT-69 TIMELINE IN STORED ORDER     *
      ********************************************************************

       4400-DUMP-HISTORY-TIMELINE.

           MOVE 'T' TO WS-PK-SECTION.
           MOVE 'HISTORY ACTIVITY TIMELINE' TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE 'H'    TO NRCSRCHK-REC-ID.
           MOVE HEX-00 TO NRCSRCHK-USER-ID.
           MOVE WS-PK-POLICY TO NRCSRCHK-POL-NUMBER.

           MOVE '2' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY.
           IF WS-IO-CODE NOT EQUAL '0'
               MOVE 'NO HISTORY RECORD FOR THIS POLICY'
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
               GO TO 4499-DUMP-HISTORY-TIMELINE-EXIT
           END-IF.

           PERFORM 4500-BUILD-HISTORY-SDT
               THRU 4599-BUILD-HISTORY-SDT-EXIT.
           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 4499-DUMP-HISTORY-TIMELINE-EXIT
           END-IF.

           MOVE '69' TO WS-SEG-ID.
           MOVE ZERO TO WS-SEG-SEQ.

       4420-DUMP-NEXT-ACTIVITY.

           ADD +1 TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.
           CALL 'CKETRGET' USING WS-SEG-ID
                                 WS-SEG-SEQ
                                 WS-SEG-WORK-AREA
                                 WS-DUMMY
                                 WS-IO-CODE
                                 WS-DUMMY
                                 HISTORY-FILE-DCB.
           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 4499-DUMP-HISTORY-TIMELINE-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXASOF-YEAR TO WS-YEAR-ED.
           MOVE TXASOF-DAY  TO WS-DAY-ED.
           MOVE TXGROSS-GROSS-AMOUNT TO WS-AMT-ED.
           MOVE WS-SEG-SEQ TO WS-SEQ-ED.

           MOVE SPACE TO WS-PRINT-LINE.
           STRING '  OCC ' DELIMITED BY SIZE
                  WS-SEQ-ED DELIMITED BY SIZE
                  '  TYPE ' DELIMITED BY SIZE
                  TXTRNTYP-TRANS-TYPE DELIMITED BY SIZE
                  '  DUR YEAR ' DELIMITED BY SIZE
                  WS-YEAR-ED DELIMITED BY SIZE
                  ' DAY ' DELIMITED BY SIZE
                  WS-DAY-ED DELIMITED BY SIZE
                  '  GROSS ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           GO TO 4420-DUMP-NEXT-ACTIVITY.

       4499-DUMP-HISTORY-TIMELINE-EXIT.
           EXIT.
       EJECT

       4500-BUILD-HISTORY-SDT.

           MOVE 'C' TO AUXEFLG1 OF AUX-HIST-DCB.
           MOVE 'S' TO AUXEFLG2 OF AUX-HIST-DCB.
           MOVE 'I' TO AUXEFLG3 OF AUX-HIST-DCB.
           MOVE 'F' TO AUXEFLG4 OF AUX-HIST-DCB.
           MOVE 'V' TO AUXEFLG6 OF AUX-HIST-DCB.

           MOVE AUX-HIST-DCB TO HISTORY-FILE-AUXDCB.

           MOVE '0' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                 HISTORY-RECORD
                                 HISTORY-FILE-DCB
                                 INFORCE-BASIC-LENGTH
                                 INFORCE-PRMAX
                                 INFORCE-MAX-SEGS
                                 HISTORY-FILE-AUXDCB
                                 HISTORY-AUX-SDT.

       4599-BUILD-HISTORY-SDT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  MAILING HISTORY - CORRHIST IS READ FORWARD IN POLICY KEY       *
      *  ORDER ALONGSIDE THE BROWSE, SO EACH SAMPLED POLICY PICKS UP    *
      *  WHERE THE LAST ONE LEFT OFF                                    *
      ********************************************************************

       4600-DUMP-CORRESPONDENCE.

           MOVE 'C' TO WS-PK-SECTION.
           MOVE 'CORRESPONDENCE HISTORY' TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE ZERO TO WS-CORR-CNT.
           PERFORM 4650-READ-CORRESPONDENCE
               THRU 4659-READ-CORRESPONDENCE-EXIT
               UNTIL CORR-EOF
                  OR CH-POLICY NOT LESS THAN WS-PK-POLICY.

           PERFORM 4700-PRINT-CORRESPONDENCE
               THRU 4799-PRINT-CORRESPONDENCE-EXIT
               UNTIL CORR-EOF
                  OR CH-POLICY NOT EQUAL WS-PK-POLICY.

           IF WS-CORR-CNT EQUAL ZERO
               MOVE 'NO CORRESPONDENCE RECORDED FOR THIS POLICY'
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
           END-IF.

       4699-DUMP-CORRESPONDENCE-EXIT.
           EXIT.
       EJECT

       4650-READ-CORRESPONDENCE.

           READ CORR-HIST-FILE INTO CH-HISTORY-RECORD
               AT END SET CORR-EOF TO TRUE
           END-READ.

       4659-READ-CORRESPONDENCE-EXIT.
           EXIT.
       EJECT

       4700-PRINT-CORRESPONDENCE.

           ADD +1 TO WS-CORR-CNT.
           MOVE CH-BUS-MM   TO WS-DATE-ED-MM.
           MOVE CH-BUS-DD   TO WS-DATE-ED-DD.
           MOVE CH-BUS-CCYY TO WS-DATE-ED-CCYY.

           EVALUATE TRUE
               WHEN CH-MAILED
                   MOVE 'MAILED'       TO WS-DISPOSITION-DESC
               WHEN CH-EDELIVERED
                   MOVE 'E-DELIVERED'  TO WS-DISPOSITION-DESC
               WHEN CH-SUPPRESSED
                   MOVE 'SUPPRESSED'   TO WS-DISPOSITION-DESC
               WHEN OTHER
                   MOVE CH-DISPOSITION TO WS-DISPOSITION-DESC
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CH-ADDR-ON-LETTER
                   MOVE 'ADDRESS ON LETTER' TO WS-ADDR-SOURCE-DESC
               WHEN CH-ADDR-OF-RECORD
                   MOVE 'ADDRESS OF RECORD' TO WS-ADDR-SOURCE-DESC
               WHEN OTHER
                   MOVE 'NO ADDRESS'        TO WS-ADDR-SOURCE-DESC
           END-EVALUATE.

           MOVE SPACE TO WS-PRINT-LINE.
           STRING '  DATE ' DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
                  '  LETTER ' DELIMITED BY SIZE
                  CH-LETTER-TYPE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISPOSITION-DESC DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ADDR-SOURCE-DESC DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CH-LETTER-DETAIL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           IF CH-ADDR-SOURCE = SPACE
               GO TO 4780-NEXT-CORRESPONDENCE
           END-IF.

           MOVE SPACE TO WS-PRINT-LINE.
           STRING '      ' DELIMITED BY SIZE
                  CH-OWNER-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CH-ADDRESS-1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CH-CITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CH-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CH-ZIP-CODE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           IF CH-ADDRESS-2 NOT = SPACE
               MOVE SPACE TO WS-PRINT-LINE
               STRING '      ' DELIMITED BY SIZE
                      CH-ADDRESS-2 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
           END-IF.

       4780-NEXT-CORRESPONDENCE.

           PERFORM 4650-READ-CORRESPONDENCE
               THRU 4659-READ-CORRESPONDENCE-EXIT.

       4799-PRINT-CORRESPONDENCE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  TRANSACTION ACTIVITY - THE POLICY'S ACTSTMT ROWS, READ FORWARD *
      *  IN POLICY ORDER THE SAME WAY AS CORRHIST                       *
      ********************************************************************

       4800-DUMP-ACTIVITY.

           MOVE 'A' TO WS-PK-SECTION.
           MOVE 'TRANSACTION ACTIVITY' TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE ZERO TO WS-ACTV-CNT.
           PERFORM 4850-READ-ACTSTMT
               THRU 4859-READ-ACTSTMT-EXIT
               UNTIL ACTSTMT-EOF
                  OR AS-POLICY NOT LESS THAN WS-PK-POLICY.

           PERFORM 4900-PRINT-ACTIVITY
               THRU 4999-PRINT-ACTIVITY-EXIT
               UNTIL ACTSTMT-EOF
                  OR AS-POLICY NOT EQUAL WS-PK-POLICY.

           IF WS-ACTV-CNT EQUAL ZERO
               MOVE 'NO TRANSACTION ACTIVITY ON THE STATEMENT FILE'
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-PACKAGE-LINE
                   THRU 5099-WRITE-PACKAGE-LINE-EXIT
           END-IF.

       4899-DUMP-ACTIVITY-EXIT.
           EXIT.
       EJECT

       4850-READ-ACTSTMT.

           READ ACTSTMT-IN-FILE INTO AS-ACTIVITY-RECORD
               AT END SET ACTSTMT-EOF TO TRUE
           END-READ.

       4859-READ-ACTSTMT-EXIT.
           EXIT.
       EJECT

       4900-PRINT-ACTIVITY.

           ADD +1 TO WS-ACTV-CNT.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING '  TYPE ' DELIMITED BY SIZE
                  AS-TRANS-TYPE DELIMITED BY SIZE
                  '  DUR YEAR ' DELIMITED BY SIZE
                  AS-DURATION-YEAR DELIMITED BY SIZE
                  ' DAY ' DELIMITED BY SIZE
                  AS-DURATION-DAY DELIMITED BY SIZE
                  '  GROSS ' DELIMITED BY SIZE
                  AS-GROSS-AMOUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           PERFORM 4850-READ-ACTSTMT
               THRU 4859-READ-ACTSTMT-EXIT.

       4999-PRINT-ACTIVITY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  WRITE ONE PACKAGE LINE, STAMPED WITH ITS SECTION, POLICY,      *
      *  SAMPLE NUMBER AND LINE NUMBER, AND COUNT IT TO ITS SECTION     *
      ********************************************************************

       5000-WRITE-PACKAGE-LINE.

           ADD +1 TO WS-PKG-LINE-CNT.
           MOVE SPACE             TO PK-PACKAGE-RECORD.
           MOVE WS-PK-SECTION     TO PK-SECTION.
           MOVE WS-PK-POLICY      TO PK-POLICY.
           MOVE WS-PK-SAMPLE-NO   TO PK-SAMPLE-NO.
           MOVE WS-PKG-LINE-CNT   TO PK-LINE-NO.
           MOVE WS-PRINT-LINE     TO PK-TEXT.

           WRITE EXAM-PKG-REC FROM PK-PACKAGE-RECORD.
           IF EXAM-PKG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EXAM PACKAGE: '
                       EXAM-PKG-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           EVALUATE TRUE
               WHEN PK-HEADER
                   ADD +1 TO WS-HDR-LINE-CNT
               WHEN PK-LISTING
                   ADD +1 TO WS-LIST-LINE-CNT
               WHEN PK-INDEX
                   ADD +1 TO WS-INDEX-LINE-CNT
               WHEN PK-DUMP
                   ADD +1 TO WS-SAMPLE-LINE-CNT
                   ADD +1 TO SM-DUMP-LINES (WS-SM-SUB)
               WHEN PK-TIMELINE
                   ADD +1 TO WS-SAMPLE-LINE-CNT
                   ADD +1 TO SM-HIST-LINES (WS-SM-SUB)
               WHEN PK-CORRESPONDENCE
                   ADD +1 TO WS-SAMPLE-LINE-CNT
                   ADD +1 TO SM-CORR-LINES (WS-SM-SUB)
               WHEN PK-ACTIVITY
                   ADD +1 TO WS-SAMPLE-LINE-CNT
                   ADD +1 TO SM-ACTV-LINES (WS-SM-SUB)
           END-EVALUATE.

           MOVE SPACE TO WS-PRINT-LINE.

       5099-WRITE-PACKAGE-LINE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CONTROL INDEX - WHERE EACH SAMPLED POLICY'S DOCUMENTATION      *
      *  STARTS AND HOW LONG EACH OF ITS SECTIONS RUNS, THEN THE        *
      *  PACKAGE CONTROL TOTALS                                         *
      ********************************************************************

       7000-WRITE-CONTROL-INDEX.

           MOVE 'X'   TO WS-PK-SECTION.
           MOVE SPACE TO WS-PK-POLICY.
           MOVE ZERO  TO WS-PK-SAMPLE-NO.
           MOVE 'CONTROL INDEX' TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.
           MOVE XH-INDEX-HEADING TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE +1 TO WS-SM-SUB.
           PERFORM 7100-WRITE-INDEX-ROW
               THRU 7199-WRITE-INDEX-ROW-EXIT
               UNTIL WS-SM-SUB GREATER THAN SM-USED.

           MOVE SPACE TO WS-PK-POLICY.
           MOVE ZERO  TO WS-PK-SAMPLE-NO.

           MOVE WS-POPULATION-CNT TO WS-CNT-ED.
           MOVE WS-LISTED-CNT     TO WS-CNT2-ED.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'POPULATION COUNTED: '     DELIMITED BY SIZE
                  WS-CNT-ED                  DELIMITED BY SIZE
                  '   POPULATION LISTED: '   DELIMITED BY SIZE
                  WS-CNT2-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE WS-SAMPLE-WANTED TO WS-CNT-ED.
           MOVE WS-SAMPLE-DRAWN  TO WS-CNT2-ED.
           MOVE WS-NOT-DUMPED-CNT TO WS-SECT-ED.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'SAMPLE SIZE: '            DELIMITED BY SIZE
                  WS-CNT-ED                  DELIMITED BY SIZE
                  '   SAMPLE DRAWN: '        DELIMITED BY SIZE
                  WS-CNT2-ED                 DELIMITED BY SIZE
                  '   NOT ON VSAM2 AT DUMP: ' DELIMITED BY SIZE
                  WS-SECT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'RANDOM SEED: '            DELIMITED BY SIZE
                  WS-SEED-VALUE              DELIMITED BY SIZE
                  ' FROM '                   DELIMITED BY SIZE
                  WS-SEED-SOURCE             DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

           MOVE WS-HDR-LINE-CNT    TO WS-CNT-ED.
           MOVE WS-LIST-LINE-CNT   TO WS-CNT2-ED.
           MOVE WS-SAMPLE-LINE-CNT TO WS-LINE-ED.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'LINES - HEADER: '         DELIMITED BY SIZE
                  WS-CNT-ED                  DELIMITED BY SIZE
                  '   LISTING: '             DELIMITED BY SIZE
                  WS-CNT2-ED                 DELIMITED BY SIZE
                  '   SAMPLED POLICIES: '    DELIMITED BY SIZE
                  WS-LINE-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

      * THE LAST LINE COUNTS ITSELF
           COMPUTE WS-CNT-ED  = WS-INDEX-LINE-CNT + 1.
           COMPUTE WS-CNT2-ED = WS-PKG-LINE-CNT + 1.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING 'LINES - CONTROL INDEX: '  DELIMITED BY SIZE
                  WS-CNT-ED                  DELIMITED BY SIZE
                  '   PACKAGE TOTAL: '       DELIMITED BY SIZE
                  WS-CNT2-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.

       7099-WRITE-CONTROL-INDEX-EXIT.
           EXIT.
       EJECT

       7100-WRITE-INDEX-ROW.

           MOVE SM-POLICY (WS-SM-SUB) TO WS-PK-POLICY.
           MOVE WS-SM-SUB             TO WS-PK-SAMPLE-NO.

           MOVE WS-PK-SAMPLE-NO           TO XR-SAMPLE-NO.
           MOVE WS-PK-POLICY              TO XR-POLICY.
           MOVE SM-FIRST-LINE (WS-SM-SUB) TO XR-FIRST-LINE.
           MOVE SM-DUMP-LINES (WS-SM-SUB) TO XR-DUMP-LINES.
           MOVE SM-HIST-LINES (WS-SM-SUB) TO XR-HIST-LINES.
           MOVE SM-CORR-LINES (WS-SM-SUB) TO XR-CORR-LINES.
           MOVE SM-ACTV-LINES (WS-SM-SUB) TO XR-ACTV-LINES.
           MOVE SPACE                     TO XR-NOTE.

           IF NOT SM-DUMPED (WS-SM-SUB)
               ADD +1 TO WS-NOT-DUMPED-CNT
               MOVE 'NOT ON VSAM2 WHEN THE SAMPLE WAS DUMPED'
                   TO XR-NOTE
           END-IF.

           MOVE XR-INDEX-LINE TO WS-PRINT-LINE.

       7180-WRITE-ROW.

           PERFORM 5000-WRITE-PACKAGE-LINE
               THRU 5099-WRITE-PACKAGE-LINE-EXIT.
           ADD +1 TO WS-SM-SUB.

       7199-WRITE-INDEX-ROW-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE EXAM-PKG-FILE.
           CLOSE CORR-HIST-FILE.
           CLOSE ACTSTMT-IN-FILE.

           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
                      WS-IO-CODE.

           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING HISTORY-VSAM
                      WS-IO-CODE.

           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING ACF-FILE-NAME
                      WS-IO-CODE.

           DISPLAY 'POLICIES READ: '              WS-POLICY-READ-CNT.
           DISPLAY 'NO COVERAGE SEGMENT: '        WS-NO-COVERAGE-CNT.
           DISPLAY 'POPULATION: '                 WS-POPULATION-CNT.
           DISPLAY 'POPULATION LISTED: '          WS-LISTED-CNT.
           DISPLAY 'SAMPLE SIZE: '                WS-SAMPLE-WANTED.
           DISPLAY 'SAMPLE DRAWN: '               WS-SAMPLE-DRAWN.
           DISPLAY 'NOT ON VSAM2 AT DUMP: '       WS-NOT-DUMPED-CNT.
           DISPLAY 'RANDOM SEED: '                WS-SEED-VALUE.
           DISPLAY 'PACKAGE LINES WRITTEN: '      WS-PKG-LINE-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYDMFMAT.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-IN-FILE   ASSIGN TO RPTOWN.
           SELECT DMF-IN-FILE     ASSIGN TO DMFUPDT.
           SELECT WORK-OUT-FILE   ASSIGN TO DMFWORK
               FILE STATUS IS WORK-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OWNER-IN-FILE
           RECORDING MODE IS F.
       01  OWNER-IN-REC           PIC X(400).

       FD  DMF-IN-FILE
           RECORDING MODE IS F.
       01  DMF-IN-REC             PIC X(100).

       FD  WORK-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WORK-OUT-REC           PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  DEATH MASTER FILE MATCH. TODAY AN OWNER'S DEATH IS ONLY        *
      *  LEARNED WHEN A CLAIM COMES IN - THE GAP THE UNCLAIMED-BENEFIT  *
      *  SETTLEMENTS ARE ABOUT. RUN MONTHLY, THIS PROGRAM LOADS THE     *
      *  ACTIVE (STATUS 22) OWNERS OFF NYVULOWN'S RPTOWN EXTRACT - THE  *
      *  AU-SEGMENT OWNER-TIN - AND MATCHES EVERY ADD/CHANGE ROW ON THE *
      *  VENDOR'S SSA DEATH MASTER FILE UPDATE AGAINST THEM BY SSN.     *
      *  EACH HIT IS THEN RESEARCHED ON A VSAM2 BROWSE: THE COVERAGE    *
      *  SEGMENT ISSUE DATE TURNS THE DATE OF DEATH INTO A CONTRACT     *
      *  DURATION YEAR/DAY (THE TIMEBASE TXASOF IS CARRIED IN), AND A   *
      *  KEYED HISTORY READ WALKS SEGMENT 69 TO COUNT THE ACTIVITY      *
      *  POSTED AFTER THE DATE OF DEATH. A CONTRACT THAT ALREADY HAS A  *
      *  TERM-DEATH (TD) TRANSACTION IS A CLAIM IN PROGRESS AND IS LEFT *
      *  OFF; EVERY OTHER HIT GOES TO THE DMFWORK WORKLIST WITH THE     *
      *  DATE OF DEATH AND THE SUBSEQUENT-ACTIVITY COUNT.               *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYDMFMAT EXEC PGM=NYDMFMAT                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //RPTOWN   DD DISP=SHR,DSN=T54.T9511F0.NYVULOWN.OUTPUT.DATA      *
      * //DMFUPDT  DD DISP=SHR,DSN=T54.T9511F0.SSADMF.UPDATE.DATA        *
      * //DMFWORK  DD DSN=T54.T9511F0.NYDMFMAT.WORKLIST.DATA,            *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     RPTOWN - NYVULOWN'S OWNER EXTRACT. ONLY STATUS 22 ROWS WITH  *
      *       A TIN ARE LOADED.                                          *
      *     DMFUPDT - SSA DEATH MASTER FILE UPDATE, 100-BYTE PUBLIC      *
      *       LAYOUT: COL 1 CHANGE TYPE (A/C/D - DELETES ARE SKIPPED),   *
      *       COLS 2-10 SSN, 11-30 LAST NAME, 35-49 FIRST NAME, COLS     *
      *       66-73 DATE OF DEATH AND 74-81 DATE OF BIRTH (MMDDCCYY).    *
      *       A ZERO MONTH OR DAY ON THE DATE OF DEATH IS TAKEN AS 01.   *
      *     DMFWORK - ONE ROW PER HIT: POLICY, TIN, OWNER NAME, DMF      *
      *       NAME, DATE OF DEATH, DATE OF BIRTH, COUNT OF SEGMENT-69    *
      *       ACTIVITY AFTER THE DATE OF DEATH, AND A REMARK WHEN THE    *
      *       POLICY COULD NOT BE RESEARCHED ON VSAM2/HISTORY.           *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     MORE ACTIVE OWNERS OR HITS THAN THE TABLES HOLD - THE        *
      *     OVERFLOW IS COUNTED AND DISPLAYED                            *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *     CKETRLST ---- TRAILER LIST ELEMENT                          *
      *     CKETRGET ---- TRAILER GET ELEMENT                           *
      *     CKDCEXIN ---- DATE CONVERSION                                *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYDMFMAT WORKING STORAGE BEGINS'.

       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM       PIC X(8) VALUE 'VSAMX'.

           05 WORK-OUT-FILE-STATUS           PIC X(02).

           05 MISC-CONSTANTS.
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

           05 VSAM-EOF-INDICATOR            PIC X(1).
              88 END-OF-VSAM                VALUE 'Y'.
           05 OWNER-EOF-IND                 PIC X(1).
              88 OWNER-EOF                  VALUE 'Y'.
           05 DMF-EOF-IND                   PIC X(1).
              88 DMF-EOF                    VALUE 'Y'.

           05 SEGMENT-FOUND-IND       PIC X(01).
              88 SEGMENT-FOUND        VALUE 'Y'.
              88 SEGMENT-NOT-FOUND    VALUE 'N'.

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

           05 CHECK-TRANS-TYPE        PIC X(02).
              88 TERM-DEATH           VALUE 'TD'.

      * DATE-OF-DEATH TO CONTRACT-DURATION WORK FIELDS
           05 WS-ISSUE-DATE           PIC X(08).
           05 WS-DOD-DATE.
              10 WS-DOD-MM            PIC X(02).
              10 WS-DOD-DD            PIC X(02).
              10 WS-DOD-CCYY          PIC X(04).
           05 WS-INT-ISSUE-DATE       COMP-3.
              10 WS-INT-ISSUE-YEAR    PIC S9(03).
              10 WS-INT-ISSUE-DAY     PIC S9(03).
           05 WS-INT-DOD-DATE         COMP-3.
              10 WS-INT-DOD-YEAR      PIC S9(03).
              10 WS-INT-DOD-DAY       PIC S9(03).
           05 WS-DAYS-SINCE-ISSUE     PIC S9(07) COMP-3 VALUE +0.
           05 WS-DOD-DUR-YEAR         PIC S9(05) COMP-3 VALUE +0.
           05 WS-DOD-DUR-DAY          PIC S9(05) COMP-3 VALUE +0.

      * WORK SUBSCRIPTS
           05 WS-OT-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-HT-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-WR-SUB               PIC S9(05) COMP-3 VALUE +0.

      * COUNTERS
           05 WS-OWNER-LOADED-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-OWNER-OVFL-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-DMF-READ-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-DMF-DELETE-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-HIT-CNT              PIC S9(9) COMP-3 VALUE +0.
           05 WS-HIT-OVFL-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-POLICY-READ-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-TD-EXCLUDED-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-WORKLIST-CNT         PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  ACTIVE OWNERS OFF RPTOWN, BY TIN                               *
      ********************************************************************

       01 OWNER-TIN-TABLE.
           05 OT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 OT-ENTRY OCCURS 10000 TIMES.
               10 OT-TIN              PIC X(09).
               10 OT-POLICY           PIC X(10).
               10 OT-OWNER-NAME       PIC X(40).

      ********************************************************************
      *  DMF HITS, RESEARCHED ON THE VSAM2 BROWSE                       *
      ********************************************************************

       01 DMF-HIT-TABLE.
           05 HT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 HT-ENTRY OCCURS 2000 TIMES.
               10 HT-POLICY           PIC X(10).
               10 HT-TIN              PIC X(09).
               10 HT-OWNER-NAME       PIC X(40).
               10 HT-DMF-NAME         PIC X(40).
               10 HT-DEATH-DATE       PIC X(08).
               10 HT-BIRTH-DATE       PIC X(08).
               10 HT-ACTIVITY-CNT     PIC S9(05) COMP-3.
               10 HT-STATE-IND        PIC X(01).
                  88 HT-NOT-RESEARCHED VALUE ' '.
                  88 HT-RESEARCHED    VALUE 'R'.
                  88 HT-NO-HISTORY    VALUE 'H'.
                  88 HT-CLAIM-OPEN    VALUE 'T'.
       EJECT

      ********************************************************************
      *  INPUT RECORD VIEWS                                             *
      ********************************************************************

       01 OW-OWNER-RECORD.
           05 OW-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01).
           05 OW-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01).
           05 OW-OWNER-TIN           PIC X(09).
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(10).
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(30).
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(40).
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(40).
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(03).
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(03).
           05 FILLER                 PIC X(01).
           05 OW-POLICY-STATUS       PIC X(02).
           05 FILLER                 PIC X(204).

       01 DM-DMF-RECORD.
           05 DM-CHANGE-TYPE         PIC X(01).
              88 DM-DELETE           VALUE 'D'.
           05 DM-SSN                 PIC X(09).
           05 DM-LAST-NAME           PIC X(20).
           05 DM-NAME-SUFFIX         PIC X(04).
           05 DM-FIRST-NAME          PIC X(15).
           05 DM-MIDDLE-NAME         PIC X(15).
           05 DM-VERIFY-CODE         PIC X(01).
           05 DM-DEATH-DATE          PIC X(08).
           05 DM-BIRTH-DATE          PIC X(08).
           05 FILLER                 PIC X(19).
       EJECT

      ********************************************************************
      *  DMF WORKLIST RECORD                                            *
      ********************************************************************

       01 DW-WORK-RECORD.
           05 DW-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-OWNER-TIN           PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-DMF-NAME            PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-DEATH-DATE          PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-BIRTH-DATE          PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-ACTIVITY-CNT        PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-REMARK              PIC X(30).
           05 FILLER                 PIC X(43).
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYDMFMAT WORKING STORAGE ENDS  '.
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

       01 TRANSACTION-SEGMENT.
          COPY CKFRECTX.
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
       LINKAGE SECTION.
       EJECT
       PROCEDURE DIVISION.
      ********************************************************************
      *                        MAINLINE LOGIC                           *
      ********************************************************************

       0000-CONTROL-PROCESS.

           PERFORM 1000-INITIALIZATION
               THRU 1099-INITIALIZATION-EXIT.

           PERFORM 2000-RESEARCH-HITS
               THRU 2099-RESEARCH-HITS-EXIT
               UNTIL END-OF-VSAM.

           PERFORM 3000-WRITE-WORKLIST
               THRU 3099-WRITE-WORKLIST-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO VSAM-EOF-INDICATOR.
           MOVE SPACE TO OWNER-EOF-IND.
           MOVE SPACE TO DMF-EOF-IND.

           OPEN INPUT  OWNER-IN-FILE.
           OPEN INPUT  DMF-IN-FILE.
           OPEN OUTPUT WORK-OUT-FILE.
           IF WORK-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMF WORKLIST: '
                       WORK-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 1200-LOAD-OWNER-TABLE
               THRU 1299-LOAD-OWNER-TABLE-EXIT
               UNTIL OWNER-EOF.
           CLOSE OWNER-IN-FILE.

           PERFORM 1300-MATCH-DMF-RECORD
               THRU 1399-MATCH-DMF-RECORD-EXIT
               UNTIL DMF-EOF.
           CLOSE DMF-IN-FILE.

      * NOTHING MATCHED - NO NEED TO BROWSE VSAM2 AT ALL
           IF HT-USED EQUAL ZERO
               SET END-OF-VSAM TO TRUE
               GO TO 1099-INITIALIZATION-EXIT
           END-IF.

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
           SET OPEN-INFORCE-FILE TO TRUE.
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

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

       1200-LOAD-OWNER-TABLE.

           READ OWNER-IN-FILE INTO OW-OWNER-RECORD
               AT END
                   SET OWNER-EOF TO TRUE
                   GO TO 1299-LOAD-OWNER-TABLE-EXIT
           END-READ.

           IF OW-POLICY-STATUS NOT EQUAL '22'
               OR OW-OWNER-TIN EQUAL SPACE
               OR OW-OWNER-TIN EQUAL ZERO
               GO TO 1299-LOAD-OWNER-TABLE-EXIT
           END-IF.

           IF OT-USED NOT LESS THAN +10000
               ADD +1 TO WS-OWNER-OVFL-CNT
               GO TO 1299-LOAD-OWNER-TABLE-EXIT
           END-IF.

           ADD +1 TO OT-USED.
           ADD +1 TO WS-OWNER-LOADED-CNT.
           MOVE OW-OWNER-TIN     TO OT-TIN (OT-USED).
           MOVE OW-POLICY-NUMBER TO OT-POLICY (OT-USED).
           MOVE OW-OWNER-NAME    TO OT-OWNER-NAME (OT-USED).

       1299-LOAD-OWNER-TABLE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ONE DMF ROW AGAINST EVERY ACTIVE OWNER - AN OWNER CAN HOLD     *
      *  MORE THAN ONE CONTRACT, SO THE WHOLE TABLE IS SEARCHED         *
      ********************************************************************

       1300-MATCH-DMF-RECORD.

           READ DMF-IN-FILE INTO DM-DMF-RECORD
               AT END
                   SET DMF-EOF TO TRUE
                   GO TO 1399-MATCH-DMF-RECORD-EXIT
           END-READ.

           ADD +1 TO WS-DMF-READ-CNT.

           IF DM-DELETE
               ADD +1 TO WS-DMF-DELETE-CNT
               GO TO 1399-MATCH-DMF-RECORD-EXIT
           END-IF.

           IF DM-SSN EQUAL SPACE OR DM-SSN EQUAL ZERO
               GO TO 1399-MATCH-DMF-RECORD-EXIT
           END-IF.

           MOVE ZERO TO WS-OT-SUB.

       1320-SEARCH-OWNER-TIN.

           ADD +1 TO WS-OT-SUB.
           IF WS-OT-SUB GREATER THAN OT-USED
               GO TO 1399-MATCH-DMF-RECORD-EXIT
           END-IF.

           IF OT-TIN (WS-OT-SUB) NOT EQUAL DM-SSN
               GO TO 1320-SEARCH-OWNER-TIN
           END-IF.

           PERFORM 1350-ADD-HIT
               THRU 1359-ADD-HIT-EXIT.

           GO TO 1320-SEARCH-OWNER-TIN.

       1399-MATCH-DMF-RECORD-EXIT.
           EXIT.
       EJECT

      * A REPEAT ROW FOR A POLICY ALREADY HIT (A CHANGE RECORD IN THE
      * SAME UPDATE) REPLACES THE EARLIER DEATH DETAILS
       1350-ADD-HIT.

           MOVE ZERO TO WS-HT-SUB.

       1352-SEARCH-EXISTING-HIT.

           ADD +1 TO WS-HT-SUB.
           IF WS-HT-SUB NOT GREATER THAN HT-USED
               IF HT-POLICY (WS-HT-SUB) EQUAL OT-POLICY (WS-OT-SUB)
                   GO TO 1356-FILL-HIT
               END-IF
               GO TO 1352-SEARCH-EXISTING-HIT
           END-IF.

           IF HT-USED NOT LESS THAN +2000
               ADD +1 TO WS-HIT-OVFL-CNT
               GO TO 1359-ADD-HIT-EXIT
           END-IF.

           ADD +1 TO HT-USED.
           ADD +1 TO WS-HIT-CNT.
           MOVE HT-USED TO WS-HT-SUB.

       1356-FILL-HIT.

           MOVE OT-POLICY (WS-OT-SUB)     TO HT-POLICY (WS-HT-SUB).
           MOVE OT-TIN (WS-OT-SUB)        TO HT-TIN (WS-HT-SUB).
           MOVE OT-OWNER-NAME (WS-OT-SUB) TO HT-OWNER-NAME (WS-HT-SUB).
           MOVE SPACE TO HT-DMF-NAME (WS-HT-SUB).
           STRING DM-LAST-NAME  DELIMITED BY '  '
                  ', '          DELIMITED BY SIZE
                  DM-FIRST-NAME DELIMITED BY '  '
               INTO HT-DMF-NAME (WS-HT-SUB).
           MOVE DM-DEATH-DATE TO HT-DEATH-DATE (WS-HT-SUB).
           MOVE DM-BIRTH-DATE TO HT-BIRTH-DATE (WS-HT-SUB).
           MOVE ZERO          TO HT-ACTIVITY-CNT (WS-HT-SUB).
           MOVE SPACE         TO HT-STATE-IND (WS-HT-SUB).

       1359-ADD-HIT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  BROWSE VSAM2; A POLICY ON THE HIT TABLE IS RESEARCHED AGAINST  *
      *  ITS HISTORY                                                    *
      ********************************************************************

       2000-RESEARCH-HITS.

           ADD +1 TO WS-POLICY-READ-CNT.
           MOVE ZERO TO WS-HT-SUB.

       2020-SEARCH-HIT-TABLE.

           ADD +1 TO WS-HT-SUB.
           IF WS-HT-SUB GREATER THAN HT-USED
               GO TO 2080-NEXT-POLICY
           END-IF.

           IF HT-POLICY (WS-HT-SUB) NOT EQUAL INFORCE-POL-NUMBER
               GO TO 2020-SEARCH-HIT-TABLE
           END-IF.

           PERFORM 2200-RESEARCH-ONE-HIT
               THRU 2299-RESEARCH-ONE-HIT-EXIT.

       2080-NEXT-POLICY.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       2099-RESEARCH-HITS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  DATE OF DEATH AS A CONTRACT DURATION, THEN THE SEGMENT-69 WALK *
      ********************************************************************

       2200-RESEARCH-ONE-HIT.

           SET HT-RESEARCHED (WS-HT-SUB) TO TRUE.

           PERFORM 2310-BUILD-SEGMENT-TABLE
               THRU 2319-BUILD-SEGMENT-TABLE-EXIT.

           MOVE SPACE TO WS-ISSUE-DATE.
           MOVE '02' TO WS-SEG-ID.
           MOVE +1   TO WS-SEG-SEQ.
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
               MOVE WS-SEG-WORK-AREA TO CV-SEGMENT
               MOVE ISSUE-DATE OF CV-SEGMENT TO WS-ISSUE-DATE
           END-IF.

      * DURATION AT DEATH - DAYS FROM ISSUE SPLIT INTO CONTRACT YEAR
      * AND DAY, THE SAME TIMEBASE TXASOF IS STAMPED IN. WITH NO ISSUE
      * DATE EVERY TRANSACTION COUNTS AS SUBSEQUENT.
           MOVE -1 TO WS-DOD-DUR-YEAR.
           MOVE ZERO TO WS-DOD-DUR-DAY.
           MOVE HT-DEATH-DATE (WS-HT-SUB) TO WS-DOD-DATE.
           IF WS-DOD-MM EQUAL '00' OR WS-DOD-MM EQUAL SPACE
               MOVE '01' TO WS-DOD-MM
           END-IF.
           IF WS-DOD-DD EQUAL '00' OR WS-DOD-DD EQUAL SPACE
               MOVE '01' TO WS-DOD-DD
           END-IF.
           IF WS-ISSUE-DATE NOT EQUAL SPACE
               AND WS-ISSUE-DATE NUMERIC
               AND WS-DOD-DATE NUMERIC
               CALL 'CKDCEXIN' USING WS-ISSUE-DATE WS-INT-ISSUE-DATE
               CALL 'CKDCEXIN' USING WS-DOD-DATE WS-INT-DOD-DATE
               COMPUTE WS-DAYS-SINCE-ISSUE =
                   (WS-INT-DOD-YEAR - WS-INT-ISSUE-YEAR) * 365 +
                   (WS-INT-DOD-DAY - WS-INT-ISSUE-DAY)
               IF WS-DAYS-SINCE-ISSUE NOT LESS THAN ZERO
                   DIVIDE WS-DAYS-SINCE-ISSUE BY 365
                       GIVING WS-DOD-DUR-YEAR
                       REMAINDER WS-DOD-DUR-DAY
               END-IF
           END-IF.

           MOVE 'H'    TO NRCSRCHK-REC-ID.
           MOVE HEX-00 TO NRCSRCHK-USER-ID.
           MOVE INFORCE-POL-NUMBER TO NRCSRCHK-POL-NUMBER.

           MOVE '2' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY.
           IF WS-IO-CODE NOT EQUAL '0'
               SET HT-NO-HISTORY (WS-HT-SUB) TO TRUE
               GO TO 2299-RESEARCH-ONE-HIT-EXIT
           END-IF.

           PERFORM 2350-BUILD-HISTORY-SDT
               THRU 2359-BUILD-HISTORY-SDT-EXIT.
           IF WS-IO-CODE NOT EQUAL '0'
               SET HT-NO-HISTORY (WS-HT-SUB) TO TRUE
               GO TO 2299-RESEARCH-ONE-HIT-EXIT
           END-IF.

           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       2250-SCAN-NEXT-SEG-69.

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
               GO TO 2299-RESEARCH-ONE-HIT-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-TYPE.

      * A DEATH CLAIM IS ALREADY ON THE BOOKS - NOT A WORKLIST ITEM
           IF TERM-DEATH
               SET HT-CLAIM-OPEN (WS-HT-SUB) TO TRUE
               GO TO 2299-RESEARCH-ONE-HIT-EXIT
           END-IF.

           IF TXASOF-YEAR GREATER THAN WS-DOD-DUR-YEAR
               OR (TXASOF-YEAR EQUAL WS-DOD-DUR-YEAR
                   AND TXASOF-DAY GREATER THAN WS-DOD-DUR-DAY)
               ADD +1 TO HT-ACTIVITY-CNT (WS-HT-SUB)
           END-IF.

           GO TO 2250-SCAN-NEXT-SEG-69.

       2299-RESEARCH-ONE-HIT-EXIT.
           EXIT.
       EJECT

      * BUILD THE SEGMENT TRAILER LIST FOR THE INFORCE RECORD CURRENTLY
      * HELD IN INFORCE-FILE-AREA - SAME SEQUENCE NYOWNCOR USES
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

      * BUILD THE SEGMENT TRAILER LIST FOR THE HISTORY RECORD JUST READ
       2350-BUILD-HISTORY-SDT.

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

       2359-BUILD-HISTORY-SDT-EXIT.
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
      *  ONE WORKLIST ROW PER HIT WITHOUT A TERM-DEATH TRANSACTION       *
      ********************************************************************

       3000-WRITE-WORKLIST.

           MOVE ZERO TO WS-WR-SUB.
           PERFORM 3100-WRITE-ONE-HIT
               THRU 3199-WRITE-ONE-HIT-EXIT
               UNTIL WS-WR-SUB NOT LESS THAN HT-USED.

       3099-WRITE-WORKLIST-EXIT.
           EXIT.
       EJECT

       3100-WRITE-ONE-HIT.

           ADD +1 TO WS-WR-SUB.

           IF HT-CLAIM-OPEN (WS-WR-SUB)
               ADD +1 TO WS-TD-EXCLUDED-CNT
               GO TO 3199-WRITE-ONE-HIT-EXIT
           END-IF.

           INITIALIZE DW-WORK-RECORD.
           MOVE HT-POLICY (WS-WR-SUB)       TO DW-POLICY-NUMBER.
           MOVE HT-TIN (WS-WR-SUB)          TO DW-OWNER-TIN.
           MOVE HT-OWNER-NAME (WS-WR-SUB)   TO DW-OWNER-NAME.
           MOVE HT-DMF-NAME (WS-WR-SUB)     TO DW-DMF-NAME.
           MOVE HT-DEATH-DATE (WS-WR-SUB)   TO DW-DEATH-DATE.
           MOVE HT-BIRTH-DATE (WS-WR-SUB)   TO DW-BIRTH-DATE.
           MOVE HT-ACTIVITY-CNT (WS-WR-SUB) TO DW-ACTIVITY-CNT.
           IF HT-NOT-RESEARCHED (WS-WR-SUB)
               MOVE 'POLICY NOT FOUND ON VSAM2' TO DW-REMARK
           END-IF.
           IF HT-NO-HISTORY (WS-WR-SUB)
               MOVE 'NO HISTORY RECORD' TO DW-REMARK
           END-IF.

           WRITE WORK-OUT-REC FROM DW-WORK-RECORD.
           IF WORK-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DMF WORKLIST: '
                       WORK-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-WORKLIST-CNT.

       3199-WRITE-ONE-HIT-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE WORK-OUT-FILE.

           IF HT-USED GREATER THAN ZERO
               SET CLOSE-INFORCE-FILE TO TRUE
               CALL 'CKVSAMIO'
                    USING INFORCE-VSAM
                          WS-IO-CODE
               SET CLOSE-INFORCE-FILE TO TRUE
               CALL 'CKVSAMIO'
                    USING HISTORY-VSAM
                          WS-IO-CODE
           END-IF.

           DISPLAY 'ACTIVE OWNERS LOADED: '  WS-OWNER-LOADED-CNT.
           DISPLAY 'OWNERS OVER TABLE: '     WS-OWNER-OVFL-CNT.
           DISPLAY 'DMF ROWS READ: '         WS-DMF-READ-CNT.
           DISPLAY 'DMF DELETES SKIPPED: '   WS-DMF-DELETE-CNT.
           DISPLAY 'DMF HITS: '              WS-HIT-CNT.
           DISPLAY 'HITS OVER TABLE: '       WS-HIT-OVFL-CNT.
           DISPLAY 'POLICIES READ: '         WS-POLICY-READ-CNT.
           DISPLAY 'TD ON FILE - EXCLUDED: ' WS-TD-EXCLUDED-CNT.
           DISPLAY 'WORKLIST ROWS: '         WS-WORKLIST-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYOFACSC.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT SDN-IN-FILE       ASSIGN TO SDNLIST.
           SELECT CLEARED-IN-FILE   ASSIGN TO OFACCLR.
           SELECT OWNER-IN-FILE     ASSIGN TO RPTOWN.
           SELECT WORK-OUT-FILE     ASSIGN TO OFACWORK
               FILE STATUS IS WORK-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  SDN-IN-FILE
           RECORDING MODE IS F.
       01  SDN-IN-REC             PIC X(200).

       FD  CLEARED-IN-FILE
           RECORDING MODE IS F.
       01  CLEARED-IN-REC         PIC X(250).

       FD  OWNER-IN-FILE
           RECORDING MODE IS F.
       01  OWNER-IN-REC           PIC X(400).

       FD  WORK-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WORK-OUT-REC           PIC X(250).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  OFAC SANCTIONS SCREENING. NOTHING IN THE SUITE SCREENED THE    *
      *  AU-SEGMENT OWNER-NAME OR SECOND-OWNER-NAME AGAINST THE         *
      *  TREASURY SDN LIST - COMPLIANCE SCREENED A SPREADSHEET          *
      *  QUARTERLY. THIS PROGRAM LOADS THE SDN LIST (PRIMARY AND ALIAS  *
      *  ROWS), THEN SCREENS EVERY OWNER AND JOINT OWNER ON NYVULOWN'S  *
      *  RPTOWN EXTRACT. BOTH SIDES ARE NORMALIZED THE SAME WAY BEFORE  *
      *  THEY ARE COMPARED -                                            *
      *    PUNCTUATION BECOMES A WORD BREAK (APOSTROPHES ARE DROPPED,   *
      *      SO O'BRIEN AND OBRIEN AGREE);                              *
      *    TITLES, SUFFIXES AND CONNECTORS (MR, DR, JR, III, THE, AND)  *
      *      ARE DISCARDED;                                             *
      *    COMMON ABBREVIATIONS ARE EXPANDED (WM, ROBT, MOHD, CORP,     *
      *      INTL ...) FROM THE ABBREVIATION TABLE BELOW;               *
      *    THE REMAINING WORDS ARE SORTED, SO 'SMITH, JOHN' AND         *
      *      'JOHN SMITH' COMPARE EQUAL WHATEVER THE NAME ORDER.        *
      *  THE MATCH SCORE IS TWICE THE WORDS IN COMMON OVER THE TOTAL    *
      *  WORDS ON BOTH NAMES, AS A PERCENTAGE. A SCORE AT OR OVER THE   *
      *  SYSIPT THRESHOLD GOES TO THE OFACWORK POTENTIAL-MATCH          *
      *  WORKLIST - UNLESS COMPLIANCE HAS ALREADY CLEARED THAT POLICY,  *
      *  OWNER ROLE AND SDN ENTRY AS A FALSE POSITIVE ON THE OFACCLR    *
      *  CLEARED-MATCH FILE AND THE OWNER NAME AND TIN ARE UNCHANGED    *
      *  SINCE. A CLEARED MATCH WHOSE OWNER RECORD HAS CHANGED IS       *
      *  RAISED AGAIN WITH A REMARK SAYING SO.                          *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYOFACSC EXEC PGM=NYOFACSC                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //SDNLIST  DD DISP=SHR,DSN=T54.T9511F0.OFAC.SDNLIST.DATA         *
      * //OFACCLR  DD DISP=SHR,DSN=P54.CK.NYOFACSC.CLEARED               *
      * //RPTOWN   DD DISP=SHR,DSN=T54.T9511F0.NYVULOWN.OUTPUT.DATA      *
      * //OFACWORK DD DSN=T54.T9511F0.NYOFACSC.WORKLIST.DATA,            *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=250,BLKSIZE=0)                 *
      * //SYSIPT   DD *                                                  *
      * //*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *       COLS 1-3 MINIMUM MATCH SCORE TO REPORT (DEFAULT 085).      *
      *     SDNLIST - SDN PRIMARY AND ALIAS NAMES, ONE PER ROW: COLS     *
      *       1-10 SDN ENTRY NUMBER, COLS 11-130 NAME, COLS 131-142      *
      *       SDN TYPE, COLS 143-192 SANCTIONS PROGRAM.                  *
      *     OFACCLR - CLEARED-MATCH FILE. SAME LAYOUT AS AN OFACWORK     *
      *       ROW: COMPLIANCE FILLS IN CLEARED-BY AND CLEARED-DATE ON A  *
      *       WORKLIST ROW IT HAS DISPOSITIONED AS A FALSE POSITIVE AND  *
      *       ADDS THE ROW HERE. ROWS WITHOUT A CLEARED-BY ARE IGNORED.  *
      *     RPTOWN - NYVULOWN'S OWNER EXTRACT.                           *
      *     OFACWORK - ONE ROW PER POTENTIAL MATCH: POLICY, ROLE (O =    *
      *       OWNER, J = JOINT OWNER), OWNER NAME AND TIN, SDN ENTRY     *
      *       NUMBER AND NAME, MATCH SCORE, REMARK, AND THE BLANK        *
      *       CLEARED-BY/CLEARED-DATE FIELDS FOR COMPLIANCE.             *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     MORE SDN ROWS (60000) OR CLEARED ROWS (20000) THAN THE       *
      *     TABLES HOLD - HARD STOP. AN SDN NAME LEFT OFF THE TABLE      *
      *     WOULD NEVER BE SCREENED, AND A CLEARED ROW LEFT OFF WOULD    *
      *     RAISE A FALSE POSITIVE ALREADY DISPOSITIONED                 *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     ABBREVIATION-TABLE, NOISE-WORD-TABLE                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYOFACSC WORKING STORAGE BEGINS'.

      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WORK-OUT-FILE-STATUS          PIC X(02).

           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.
           05 SDN-EOF-IND                   PIC X(1).
              88 SDN-EOF                    VALUE 'Y'.
           05 CLEARED-EOF-IND               PIC X(1).
              88 CLEARED-EOF                VALUE 'Y'.
           05 OWNER-EOF-IND                 PIC X(1).
              88 OWNER-EOF                  VALUE 'Y'.

           05 CLEARED-MATCH-IND             PIC X(1).
              88 CLEARED-UNCHANGED          VALUE 'Y'.
              88 CLEARED-OWNER-CHANGED      VALUE 'C'.
              88 NOT-CLEARED                VALUE 'N'.
           05 NOISE-WORD-IND                PIC X(1).
              88 NOISE-WORD                 VALUE 'Y'.
              88 NOT-NOISE-WORD             VALUE 'N'.

      * MINIMUM SCORE - SYSIPT OVERRIDABLE
           05 WS-MIN-SCORE            PIC 9(03) VALUE 085.

      * CURRENT OWNER BEING SCREENED
           05 WS-SCR-ROLE             PIC X(01).
           05 WS-SCR-NAME             PIC X(40).
           05 WS-SCR-SCORE            PIC S9(03) COMP-3 VALUE +0.

      * NAME NORMALIZATION WORK AREAS
           05 WS-NORM-IN              PIC X(120).
           05 WS-NORM-WORK            PIC X(120).
           05 WS-NORM-CHAR            PIC X(01).
           05 WS-IN-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-OUT-SUB              PIC S9(05) COMP-3 VALUE +0.
           05 WS-RAW-SUB              PIC S9(05) COMP-3 VALUE +0.
           05 WS-TOK-SUB              PIC S9(05) COMP-3 VALUE +0.
           05 WS-TOK-SUB2             PIC S9(05) COMP-3 VALUE +0.
           05 WS-AB-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-NS-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-HOLD-TOKEN           PIC X(15).

      * SCORING WORK FIELDS
           05 WS-SD-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-CL-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-OWN-SUB              PIC S9(05) COMP-3 VALUE +0.
           05 WS-SDN-SUB              PIC S9(05) COMP-3 VALUE +0.
           05 WS-COMMON-CNT           PIC S9(03) COMP-3 VALUE +0.

      * COUNTERS
           05 WS-SDN-LOADED-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-CLEARED-LOADED-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-OWNER-READ-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-NAMES-SCREENED-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-POTENTIAL-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-SUPPRESSED-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-RERAISED-CNT         PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  ABBREVIATIONS EXPANDED BEFORE COMPARING - SAME EXPANSION IS    *
      *  APPLIED TO THE SDN NAME AND THE OWNER NAME                     *
      ********************************************************************

       01 ABBREVIATION-VALUES.
           05 FILLER PIC X(23) VALUE 'WM      WILLIAM        '.
           05 FILLER PIC X(23) VALUE 'CHAS    CHARLES        '.
           05 FILLER PIC X(23) VALUE 'JAS     JAMES          '.
           05 FILLER PIC X(23) VALUE 'ROBT    ROBERT         '.
           05 FILLER PIC X(23) VALUE 'THOS    THOMAS         '.
           05 FILLER PIC X(23) VALUE 'JNO     JOHN           '.
           05 FILLER PIC X(23) VALUE 'GEO     GEORGE         '.
           05 FILLER PIC X(23) VALUE 'JOS     JOSEPH         '.
           05 FILLER PIC X(23) VALUE 'BENJ    BENJAMIN       '.
           05 FILLER PIC X(23) VALUE 'EDW     EDWARD         '.
           05 FILLER PIC X(23) VALUE 'MOHD    MOHAMMED       '.
           05 FILLER PIC X(23) VALUE 'MOHAMED MOHAMMED       '.
           05 FILLER PIC X(23) VALUE 'MUHAMMADMOHAMMED       '.
           05 FILLER PIC X(23) VALUE 'MOHAMMADMOHAMMED       '.
           05 FILLER PIC X(23) VALUE 'INTL    INTERNATIONAL  '.
           05 FILLER PIC X(23) VALUE 'CORP    CORPORATION    '.
           05 FILLER PIC X(23) VALUE 'CO      COMPANY        '.
           05 FILLER PIC X(23) VALUE 'INC     INCORPORATED   '.
           05 FILLER PIC X(23) VALUE 'LTD     LIMITED        '.
           05 FILLER PIC X(23) VALUE 'ASSN    ASSOCIATION    '.
           05 FILLER PIC X(23) VALUE 'BROS    BROTHERS       '.
           05 FILLER PIC X(23) VALUE 'ST      SAINT          '.
           05 FILLER PIC X(23) VALUE 'MT      MOUNT          '.
           05 FILLER PIC X(23) VALUE 'NATL    NATIONAL       '.
           05 FILLER PIC X(23) VALUE 'GOVT    GOVERNMENT     '.
       01 ABBREVIATION-TABLE REDEFINES ABBREVIATION-VALUES.
           05 AB-ENTRY OCCURS 25 TIMES.
               10 AB-FROM             PIC X(08).
               10 AB-TO               PIC X(15).

      ********************************************************************
      *  TITLES, SUFFIXES AND CONNECTORS DROPPED BEFORE COMPARING       *
      ********************************************************************

       01 NOISE-WORD-VALUES.
           05 FILLER PIC X(04) VALUE 'MR  '.
           05 FILLER PIC X(04) VALUE 'MRS '.
           05 FILLER PIC X(04) VALUE 'MS  '.
           05 FILLER PIC X(04) VALUE 'MISS'.
           05 FILLER PIC X(04) VALUE 'DR  '.
           05 FILLER PIC X(04) VALUE 'JR  '.
           05 FILLER PIC X(04) VALUE 'SR  '.
           05 FILLER PIC X(04) VALUE 'II  '.
           05 FILLER PIC X(04) VALUE 'III '.
           05 FILLER PIC X(04) VALUE 'IV  '.
           05 FILLER PIC X(04) VALUE 'ESQ '.
           05 FILLER PIC X(04) VALUE 'THE '.
           05 FILLER PIC X(04) VALUE 'AND '.
           05 FILLER PIC X(04) VALUE 'OF  '.
           05 FILLER PIC X(04) VALUE 'AKA '.
           05 FILLER PIC X(04) VALUE 'FKA '.
       01 NOISE-WORD-TABLE REDEFINES NOISE-WORD-VALUES.
           05 NS-WORD OCCURS 16 TIMES PIC X(04).
       EJECT

      ********************************************************************
      *  NORMALIZED NAME - UP TO 8 WORDS, SORTED                        *
      ********************************************************************

       01 RAW-TOKEN-TABLE.
           05 RT-TOKEN OCCURS 12 TIMES PIC X(15).

       01 NORM-TOKEN-TABLE.
           05 NT-CNT                 PIC S9(03) COMP-3 VALUE +0.
           05 NT-TOKEN OCCURS 8 TIMES PIC X(15).

       01 OWNER-TOKEN-TABLE.
           05 OK-CNT                 PIC S9(03) COMP-3 VALUE +0.
           05 OK-TOKEN OCCURS 8 TIMES PIC X(15).

       01 SDN-USED-FLAGS.
           05 SU-FLAG OCCURS 8 TIMES PIC X(01).
       EJECT

      ********************************************************************
      *  SDN NAMES, NORMALIZED AT LOAD                                  *
      ********************************************************************

       01 SDN-TABLE.
           05 SD-USED                PIC S9(05) COMP-3 VALUE +0.
           05 SD-ENTRY OCCURS 60000 TIMES.
               10 SD-ENT-NUM          PIC X(10).
               10 SD-NAME             PIC X(60).
               10 SD-TOK-CNT          PIC S9(03) COMP-3.
               10 SD-TOKEN OCCURS 8 TIMES PIC X(15).

      ********************************************************************
      *  CLEARED MATCHES (OFACCLR)                                      *
      ********************************************************************

       01 CLEARED-TABLE.
           05 CL-USED                PIC S9(05) COMP-3 VALUE +0.
           05 CL-ENTRY OCCURS 20000 TIMES.
               10 CL-POLICY           PIC X(10).
               10 CL-ROLE             PIC X(01).
               10 CL-ENT-NUM          PIC X(10).
               10 CL-OWNER-NAME       PIC X(40).
               10 CL-OWNER-TIN        PIC X(09).
       EJECT

      ********************************************************************
      *  INPUT RECORD VIEWS                                             *
      ********************************************************************

       01 SN-SDN-RECORD.
           05 SN-ENT-NUM             PIC X(10).
           05 SN-NAME                PIC X(120).
           05 SN-SDN-TYPE            PIC X(12).
           05 SN-PROGRAM             PIC X(50).
           05 FILLER                 PIC X(08).

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
           05 OW-SECOND-OWNER-NAME   PIC X(40).
           05 FILLER                 PIC X(256).
       EJECT

      ********************************************************************
      *  POTENTIAL-MATCH WORKLIST RECORD (OFACWORK OUT / OFACCLR IN -   *
      *  SAME LAYOUT)                                                   *
      ********************************************************************

       01 OW-WORK-RECORD.
           05 OWW-POLICY-NUMBER      PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 OWW-ROLE               PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 OWW-OWNER-NAME         PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 OWW-OWNER-TIN          PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 OWW-SDN-ENT-NUM        PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 OWW-SDN-NAME           PIC X(60).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 OWW-SCORE              PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 OWW-REMARK             PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 OWW-CLEARED-BY         PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 OWW-CLEARED-DATE       PIC X(08).
           05 FILLER                 PIC X(62).
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYOFACSC WORKING STORAGE ENDS  '.
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

           PERFORM 2000-SCREEN-OWNERS
               THRU 2099-SCREEN-OWNERS-EXIT
               UNTIL OWNER-EOF.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO SDN-EOF-IND.
           MOVE SPACE TO CLEARED-EOF-IND.
           MOVE SPACE TO OWNER-EOF-IND.

      * READ THE OPTIONAL MINIMUM-SCORE CARD
           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF AND CONTROL-CARD-REC (1:3) NUMERIC
               MOVE CONTROL-CARD-REC (1:3) TO WS-MIN-SCORE
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           DISPLAY 'MINIMUM MATCH SCORE: ' WS-MIN-SCORE.

           OPEN INPUT  SDN-IN-FILE.
           OPEN INPUT  CLEARED-IN-FILE.
           OPEN INPUT  OWNER-IN-FILE.
           OPEN OUTPUT WORK-OUT-FILE.
           IF WORK-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OFAC WORKLIST: '
                       WORK-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 1200-LOAD-SDN-TABLE
               THRU 1299-LOAD-SDN-TABLE-EXIT
               UNTIL SDN-EOF.
           CLOSE SDN-IN-FILE.

           PERFORM 1300-LOAD-CLEARED-TABLE
               THRU 1399-LOAD-CLEARED-TABLE-EXIT
               UNTIL CLEARED-EOF.
           CLOSE CLEARED-IN-FILE.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

       1200-LOAD-SDN-TABLE.

           READ SDN-IN-FILE INTO SN-SDN-RECORD
               AT END
                   SET SDN-EOF TO TRUE
                   GO TO 1299-LOAD-SDN-TABLE-EXIT
           END-READ.

           IF SN-NAME EQUAL SPACE
               GO TO 1299-LOAD-SDN-TABLE-EXIT
           END-IF.

           IF SD-USED NOT LESS THAN +60000
               DISPLAY 'SDN NAME TABLE FULL AT ENTRY ' SN-ENT-NUM
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE SN-NAME TO WS-NORM-IN.
           PERFORM 5000-NORMALIZE-NAME
               THRU 5099-NORMALIZE-NAME-EXIT.
           IF NT-CNT EQUAL ZERO
               GO TO 1299-LOAD-SDN-TABLE-EXIT
           END-IF.

           ADD +1 TO SD-USED.
           ADD +1 TO WS-SDN-LOADED-CNT.
           MOVE SN-ENT-NUM TO SD-ENT-NUM (SD-USED).
           MOVE SN-NAME    TO SD-NAME (SD-USED).
           MOVE NT-CNT     TO SD-TOK-CNT (SD-USED).
           MOVE ZERO TO WS-TOK-SUB.
           PERFORM 1250-STORE-SDN-TOKEN
               THRU 1259-STORE-SDN-TOKEN-EXIT
               UNTIL WS-TOK-SUB NOT LESS THAN 8.

       1299-LOAD-SDN-TABLE-EXIT.
           EXIT.
       EJECT

       1250-STORE-SDN-TOKEN.

           ADD +1 TO WS-TOK-SUB.
           MOVE NT-TOKEN (WS-TOK-SUB)
               TO SD-TOKEN (SD-USED WS-TOK-SUB).

       1259-STORE-SDN-TOKEN-EXIT.
           EXIT.
       EJECT

       1300-LOAD-CLEARED-TABLE.

           READ CLEARED-IN-FILE INTO OW-WORK-RECORD
               AT END
                   SET CLEARED-EOF TO TRUE
                   GO TO 1399-LOAD-CLEARED-TABLE-EXIT
           END-READ.

      * ONLY A DISPOSITIONED ROW COUNTS AS CLEARED
           IF OWW-POLICY-NUMBER EQUAL SPACE
               OR OWW-CLEARED-BY EQUAL SPACE
               GO TO 1399-LOAD-CLEARED-TABLE-EXIT
           END-IF.

           IF CL-USED NOT LESS THAN +20000
               DISPLAY 'CLEARED MATCH TABLE FULL AT '
                       OWW-POLICY-NUMBER
               GO TO EOJ9900-ABEND
           END-IF.

           ADD +1 TO CL-USED.
           ADD +1 TO WS-CLEARED-LOADED-CNT.
           MOVE OWW-POLICY-NUMBER TO CL-POLICY (CL-USED).
           MOVE OWW-ROLE          TO CL-ROLE (CL-USED).
           MOVE OWW-SDN-ENT-NUM   TO CL-ENT-NUM (CL-USED).
           MOVE OWW-OWNER-NAME    TO CL-OWNER-NAME (CL-USED).
           MOVE OWW-OWNER-TIN     TO CL-OWNER-TIN (CL-USED).

       1399-LOAD-CLEARED-TABLE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  SCREEN THE OWNER AND, WHEN THERE IS ONE, THE JOINT OWNER       *
      ********************************************************************

       2000-SCREEN-OWNERS.

           READ OWNER-IN-FILE INTO OW-OWNER-RECORD
               AT END
                   SET OWNER-EOF TO TRUE
                   GO TO 2099-SCREEN-OWNERS-EXIT
           END-READ.

           IF OW-POLICY-NUMBER EQUAL SPACE
               GO TO 2099-SCREEN-OWNERS-EXIT
           END-IF.

           ADD +1 TO WS-OWNER-READ-CNT.

           IF OW-OWNER-NAME NOT EQUAL SPACE
               MOVE 'O'           TO WS-SCR-ROLE
               MOVE OW-OWNER-NAME TO WS-SCR-NAME
               PERFORM 2200-SCREEN-ONE-NAME
                   THRU 2299-SCREEN-ONE-NAME-EXIT
           END-IF.

           IF OW-SECOND-OWNER-NAME NOT EQUAL SPACE
               MOVE 'J'                  TO WS-SCR-ROLE
               MOVE OW-SECOND-OWNER-NAME TO WS-SCR-NAME
               PERFORM 2200-SCREEN-ONE-NAME
                   THRU 2299-SCREEN-ONE-NAME-EXIT
           END-IF.

       2099-SCREEN-OWNERS-EXIT.
           EXIT.
       EJECT

       2200-SCREEN-ONE-NAME.

           ADD +1 TO WS-NAMES-SCREENED-CNT.
           MOVE WS-SCR-NAME TO WS-NORM-IN.
           PERFORM 5000-NORMALIZE-NAME
               THRU 5099-NORMALIZE-NAME-EXIT.
           IF NT-CNT EQUAL ZERO
               GO TO 2299-SCREEN-ONE-NAME-EXIT
           END-IF.
           MOVE NORM-TOKEN-TABLE TO OWNER-TOKEN-TABLE.

           MOVE ZERO TO WS-SD-SUB.

       2220-SCREEN-NEXT-SDN.

           ADD +1 TO WS-SD-SUB.
           IF WS-SD-SUB GREATER THAN SD-USED
               GO TO 2299-SCREEN-ONE-NAME-EXIT
           END-IF.

           PERFORM 2300-SCORE-AGAINST-SDN
               THRU 2399-SCORE-AGAINST-SDN-EXIT.

           IF WS-SCR-SCORE NOT LESS THAN WS-MIN-SCORE
               PERFORM 2400-REPORT-POTENTIAL-MATCH
                   THRU 2499-REPORT-POTENTIAL-MATCH-EXIT
           END-IF.

           GO TO 2220-SCREEN-NEXT-SDN.

       2299-SCREEN-ONE-NAME-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  SCORE = 2 X WORDS IN COMMON / (OWNER WORDS + SDN WORDS), AS A  *
      *  PERCENTAGE. EACH SDN WORD CAN BE MATCHED ONLY ONCE.            *
      ********************************************************************

       2300-SCORE-AGAINST-SDN.

           MOVE ZERO TO WS-SCR-SCORE.
           MOVE ZERO TO WS-COMMON-CNT.
           MOVE SPACE TO SDN-USED-FLAGS.
           MOVE ZERO TO WS-OWN-SUB.

       2320-NEXT-OWNER-WORD.

           ADD +1 TO WS-OWN-SUB.
           IF WS-OWN-SUB GREATER THAN OK-CNT
               GO TO 2380-COMPUTE-SCORE
           END-IF.
           MOVE ZERO TO WS-SDN-SUB.

       2340-NEXT-SDN-WORD.

           ADD +1 TO WS-SDN-SUB.
           IF WS-SDN-SUB GREATER THAN SD-TOK-CNT (WS-SD-SUB)
               GO TO 2320-NEXT-OWNER-WORD
           END-IF.

           IF SU-FLAG (WS-SDN-SUB) EQUAL 'Y'
               OR SD-TOKEN (WS-SD-SUB WS-SDN-SUB)
                   NOT EQUAL OK-TOKEN (WS-OWN-SUB)
               GO TO 2340-NEXT-SDN-WORD
           END-IF.

           ADD +1 TO WS-COMMON-CNT.
           MOVE 'Y' TO SU-FLAG (WS-SDN-SUB).
           GO TO 2320-NEXT-OWNER-WORD.

       2380-COMPUTE-SCORE.

           IF WS-COMMON-CNT GREATER THAN ZERO
               COMPUTE WS-SCR-SCORE ROUNDED =
                   (WS-COMMON-CNT * 200) /
                   (OK-CNT + SD-TOK-CNT (WS-SD-SUB))
           END-IF.

       2399-SCORE-AGAINST-SDN-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CHECK THE CLEARED-MATCH FILE, THEN WRITE THE WORKLIST ROW      *
      ********************************************************************

       2400-REPORT-POTENTIAL-MATCH.

           SET NOT-CLEARED TO TRUE.
           MOVE ZERO TO WS-CL-SUB.

       2420-SEARCH-CLEARED.

           ADD +1 TO WS-CL-SUB.
           IF WS-CL-SUB NOT GREATER THAN CL-USED
               IF CL-POLICY (WS-CL-SUB) EQUAL OW-POLICY-NUMBER
                   AND CL-ROLE (WS-CL-SUB) EQUAL WS-SCR-ROLE
                   AND CL-ENT-NUM (WS-CL-SUB)
                       EQUAL SD-ENT-NUM (WS-SD-SUB)
                   IF CL-OWNER-NAME (WS-CL-SUB) EQUAL WS-SCR-NAME
                       AND CL-OWNER-TIN (WS-CL-SUB) EQUAL OW-OWNER-TIN
                       SET CLEARED-UNCHANGED TO TRUE
                   ELSE
                       SET CLEARED-OWNER-CHANGED TO TRUE
                   END-IF
               ELSE
                   GO TO 2420-SEARCH-CLEARED
               END-IF
           END-IF.

      * ALREADY DISPOSITIONED AND THE OWNER RECORD HAS NOT CHANGED
           IF CLEARED-UNCHANGED
               ADD +1 TO WS-SUPPRESSED-CNT
               GO TO 2499-REPORT-POTENTIAL-MATCH-EXIT
           END-IF.

           INITIALIZE OW-WORK-RECORD.
           MOVE OW-POLICY-NUMBER       TO OWW-POLICY-NUMBER.
           MOVE WS-SCR-ROLE            TO OWW-ROLE.
           MOVE WS-SCR-NAME            TO OWW-OWNER-NAME.
           MOVE OW-OWNER-TIN           TO OWW-OWNER-TIN.
           MOVE SD-ENT-NUM (WS-SD-SUB) TO OWW-SDN-ENT-NUM.
           MOVE SD-NAME (WS-SD-SUB)    TO OWW-SDN-NAME.
           MOVE WS-SCR-SCORE           TO OWW-SCORE.
           IF CLEARED-OWNER-CHANGED
               MOVE 'OWNER CHANGED SINCE CLEARED' TO OWW-REMARK
               ADD +1 TO WS-RERAISED-CNT
           END-IF.

           WRITE WORK-OUT-REC FROM OW-WORK-RECORD.
           IF WORK-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING OFAC WORKLIST: '
                       WORK-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-POTENTIAL-CNT.

       2499-REPORT-POTENTIAL-MATCH-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NORMALIZE WS-NORM-IN INTO NORM-TOKEN-TABLE: PUNCTUATION TO     *
      *  WORD BREAKS, APOSTROPHES DROPPED, NOISE WORDS DISCARDED,       *
      *  ABBREVIATIONS EXPANDED, WORDS SORTED                           *
      ********************************************************************

       5000-NORMALIZE-NAME.

           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE SPACE TO WS-NORM-WORK.
           MOVE ZERO TO WS-IN-SUB.
           MOVE ZERO TO WS-OUT-SUB.
           PERFORM 5100-COPY-ONE-CHAR
               THRU 5199-COPY-ONE-CHAR-EXIT
               UNTIL WS-IN-SUB NOT LESS THAN 120.

           MOVE SPACE TO RAW-TOKEN-TABLE.
           UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
               INTO RT-TOKEN (1)  RT-TOKEN (2)  RT-TOKEN (3)
                    RT-TOKEN (4)  RT-TOKEN (5)  RT-TOKEN (6)
                    RT-TOKEN (7)  RT-TOKEN (8)  RT-TOKEN (9)
                    RT-TOKEN (10) RT-TOKEN (11) RT-TOKEN (12)
           END-UNSTRING.

           MOVE ZERO TO NT-CNT.
           MOVE SPACE TO NT-TOKEN (1) NT-TOKEN (2) NT-TOKEN (3)
                         NT-TOKEN (4) NT-TOKEN (5) NT-TOKEN (6)
                         NT-TOKEN (7) NT-TOKEN (8).
           MOVE ZERO TO WS-RAW-SUB.
           PERFORM 5200-KEEP-ONE-TOKEN
               THRU 5299-KEEP-ONE-TOKEN-EXIT
               UNTIL WS-RAW-SUB NOT LESS THAN 12.

           MOVE 1 TO WS-TOK-SUB.
           PERFORM 5400-SORT-ONE-PASS
               THRU 5499-SORT-ONE-PASS-EXIT
               UNTIL WS-TOK-SUB NOT LESS THAN NT-CNT.

       5099-NORMALIZE-NAME-EXIT.
           EXIT.
       EJECT

       5100-COPY-ONE-CHAR.

           ADD +1 TO WS-IN-SUB.
           MOVE WS-NORM-IN (WS-IN-SUB:1) TO WS-NORM-CHAR.

           IF WS-NORM-CHAR EQUAL QUOTE OR WS-NORM-CHAR EQUAL ''''
               GO TO 5199-COPY-ONE-CHAR-EXIT
           END-IF.

           IF WS-NORM-CHAR NOT ALPHABETIC-UPPER
               AND WS-NORM-CHAR NOT NUMERIC
               MOVE SPACE TO WS-NORM-CHAR
           END-IF.

           ADD +1 TO WS-OUT-SUB.
           MOVE WS-NORM-CHAR TO WS-NORM-WORK (WS-OUT-SUB:1).

       5199-COPY-ONE-CHAR-EXIT.
           EXIT.
       EJECT

       5200-KEEP-ONE-TOKEN.

           ADD +1 TO WS-RAW-SUB.
           IF RT-TOKEN (WS-RAW-SUB) EQUAL SPACE
               OR NT-CNT NOT LESS THAN 8
               GO TO 5299-KEEP-ONE-TOKEN-EXIT
           END-IF.

           SET NOT-NOISE-WORD TO TRUE.
           MOVE ZERO TO WS-NS-SUB.

       5220-SEARCH-NOISE-WORD.

           ADD +1 TO WS-NS-SUB.
           IF WS-NS-SUB NOT GREATER THAN 16
               IF RT-TOKEN (WS-RAW-SUB) EQUAL NS-WORD (WS-NS-SUB)
                   SET NOISE-WORD TO TRUE
               ELSE
                   GO TO 5220-SEARCH-NOISE-WORD
               END-IF
           END-IF.

           IF NOISE-WORD
               GO TO 5299-KEEP-ONE-TOKEN-EXIT
           END-IF.

           ADD +1 TO NT-CNT.
           MOVE RT-TOKEN (WS-RAW-SUB) TO NT-TOKEN (NT-CNT).
           MOVE ZERO TO WS-AB-SUB.

       5240-SEARCH-ABBREVIATION.

           ADD +1 TO WS-AB-SUB.
           IF WS-AB-SUB NOT GREATER THAN 25
               IF RT-TOKEN (WS-RAW-SUB) EQUAL AB-FROM (WS-AB-SUB)
                   MOVE AB-TO (WS-AB-SUB) TO NT-TOKEN (NT-CNT)
               ELSE
                   GO TO 5240-SEARCH-ABBREVIATION
               END-IF
           END-IF.

       5299-KEEP-ONE-TOKEN-EXIT.
           EXIT.
       EJECT

      * ONE INSERTION STEP - WORD WS-TOK-SUB + 1 IS MOVED DOWN INTO
      * ITS PLACE AMONG THE ALREADY-SORTED WORDS AHEAD OF IT
       5400-SORT-ONE-PASS.

           ADD +1 TO WS-TOK-SUB.
           MOVE WS-TOK-SUB TO WS-TOK-SUB2.

       5420-SORT-SHIFT-DOWN.

           IF WS-TOK-SUB2 NOT GREATER THAN 1
               GO TO 5499-SORT-ONE-PASS-EXIT
           END-IF.

           IF NT-TOKEN (WS-TOK-SUB2 - 1)
                   NOT GREATER THAN NT-TOKEN (WS-TOK-SUB2)
               GO TO 5499-SORT-ONE-PASS-EXIT
           END-IF.

           MOVE NT-TOKEN (WS-TOK-SUB2 - 1) TO WS-HOLD-TOKEN.
           MOVE NT-TOKEN (WS-TOK-SUB2)   TO NT-TOKEN (WS-TOK-SUB2 - 1).
           MOVE WS-HOLD-TOKEN            TO NT-TOKEN (WS-TOK-SUB2).
           SUBTRACT 1 FROM WS-TOK-SUB2.
           GO TO 5420-SORT-SHIFT-DOWN.

       5499-SORT-ONE-PASS-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE OWNER-IN-FILE.
           CLOSE WORK-OUT-FILE.

           DISPLAY 'SDN NAMES LOADED: '        WS-SDN-LOADED-CNT.
           DISPLAY 'CLEARED MATCHES LOADED: '  WS-CLEARED-LOADED-CNT.
           DISPLAY 'OWNER ROWS READ: '         WS-OWNER-READ-CNT.
           DISPLAY 'NAMES SCREENED: '          WS-NAMES-SCREENED-CNT.
           DISPLAY 'POTENTIAL MATCHES: '       WS-POTENTIAL-CNT.
           DISPLAY 'RE-RAISED AFTER CHANGE: '  WS-RERAISED-CNT.
           DISPLAY 'SUPPRESSED AS CLEARED: '   WS-SUPPRESSED-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT CORR-HIST-FILE    ASSIGN TO CORRHIST.
           SELECT DUMP-RPT-FILE     ASSIGN TO DMPRPT
               FILE STATUS IS DUMP-RPT-FILE-STATUS.
       DATA DIVISION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  CORR-HIST-FILE
           RECORDING MODE IS F.
       01  CORR-HIST-REC          PIC X(200).

       FD  DUMP-RPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *  SEGMENT (18), AND THE SERVICING AGENT OFF THE AGENT CONTROL    *
      *  FILE - FOLLOWED BY A CHRONOLOGICAL TIMELINE OF THE POLICY'S    *
      *  HISTORY SEGMENT-69 ACTIVITY WITH TRANSACTION TYPE, DURATION    *
      *  YEAR/DAY, AND GROSS AMOUNT, AND THE POLICY'S MAILING HISTORY  *
      *  OFF NYCORHST'S CORRESPONDENCE HISTORY FILE - EVERY LETTER WITH *
      *  ITS DATE, TYPE, MAILED/E-DELIVERED/SUPPRESSED DISPOSITION AND  *
      *  THE ADDRESS USED. ONE JOB, ONE POLICY, ONE READABLE REPORT.    *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //VSAM3    DD DISP=SHR,DSN=P54.CK.BASEB.AGENTS                   *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //CORRHIST DD DISP=SHR,DSN=T54.T9511F0.NYCORHST.CORRHIST.DATA(0) *
      * //SYSIPT   DD *                                                  *
      * //*                                                               *
      *                                                                  *
      *     THE POLICY IS LOCATED BY BROWSING VSAM2 IN KEY ORDER TO      *
      *     THE REQUESTED NUMBER - THE SAME BROWSE EVERY FILEPASS        *
      *     USES - SO NO NEW KEYED-ACCESS PATH IS NEEDED.                *
      *     CORRHIST IS READ THE SAME WAY, IN ITS POLICY KEY ORDER, TO   *
      *     THE POLICY'S FIRST ENTRY. IT MAY BE DUMMY.                   *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *

           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.
           05 CORR-EOF-IND                  PIC X(1).
              88 CORR-EOF                   VALUE 'Y'.
           05 VSAM-EOF-INDICATOR            PIC X(1).
              88 END-OF-VSAM                VALUE 'Y'.
           05 POLICY-FOUND-IND              PIC X(1).
           05 WS-YEAR-ED              PIC ZZ9.
           05 WS-DAY-ED               PIC ZZ9.
           05 WS-SEQ-ED               PIC ZZ9.
           05 WS-CORR-CNT             PIC S9(05) COMP-3 VALUE +0.
           05 WS-DISPOSITION-DESC     PIC X(12).
           05 WS-ADDR-SOURCE-DESC     PIC X(18).
           05 WS-CORR-DATE-ED.
              10 WS-CORR-MM           PIC X(02).
              10 FILLER               PIC X(01) VALUE '/'.
              10 WS-CORR-DD           PIC X(02).
              10 FILLER               PIC X(01) VALUE '/'.
              10 WS-CORR-CCYY         PIC X(04).

      * AGENT LOOKUP WORK (SAME SHAPE AS NYVULOWN'S 236-READ-ACF)
           05 WS-AGT-KEY.
           05 WS-AGT-SEG-SEQ          PIC S9(04) COMP-3.
       EJECT

      ********************************************************************
      *  NYCORHST CORRESPONDENCE HISTORY ENTRY                          *
      ********************************************************************

       01 CH-HISTORY-RECORD.
           COPY CKCORHST.
       EJECT

      ********************************************************************
      *            INFORCE RECORD CONTROL SECTION                       *
      ********************************************************************
                       ' NOT FOUND ON VSAM2'
           END-IF.

      * MAILING HISTORY PRINTS EVEN FOR A POLICY GONE FROM VSAM2
           PERFORM 4500-DUMP-CORRESPONDENCE
               THRU 4599-DUMP-CORRESPONDENCE-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           EXIT.
       EJECT

      ********************************************************************
      *  MAILING HISTORY - READ THE CORRESPONDENCE HISTORY FILE IN KEY  *
      *  ORDER TO THE POLICY AND PRINT EACH OF ITS ENTRIES              *
      ********************************************************************

       4500-DUMP-CORRESPONDENCE.

           MOVE SPACE TO WS-PRINT-LINE.
           PERFORM 5000-PRINT-LINE
               THRU 5099-PRINT-LINE-EXIT.
           MOVE 'CORRESPONDENCE HISTORY' TO WS-PRINT-LINE.
           PERFORM 5000-PRINT-LINE
               THRU 5099-PRINT-LINE-EXIT.

           MOVE 'N' TO CORR-EOF-IND.
           MOVE ZERO TO WS-CORR-CNT.
           OPEN INPUT CORR-HIST-FILE.

       4520-READ-NEXT-CORRESPONDENCE.

           READ CORR-HIST-FILE INTO CH-HISTORY-RECORD
               AT END SET CORR-EOF TO TRUE
           END-READ.
           IF CORR-EOF
               GO TO 4580-CORRESPONDENCE-DONE
           END-IF.

           IF CH-POLICY LESS THAN WS-TARGET-POLICY
               GO TO 4520-READ-NEXT-CORRESPONDENCE
           END-IF.
           IF CH-POLICY GREATER THAN WS-TARGET-POLICY
               GO TO 4580-CORRESPONDENCE-DONE
           END-IF.

           ADD +1 TO WS-CORR-CNT.
           PERFORM 4600-PRINT-CORRESPONDENCE
               THRU 4699-PRINT-CORRESPONDENCE-EXIT.
           GO TO 4520-READ-NEXT-CORRESPONDENCE.

       4580-CORRESPONDENCE-DONE.

           CLOSE CORR-HIST-FILE.
           IF WS-CORR-CNT EQUAL ZERO
               MOVE 'NO CORRESPONDENCE RECORDED FOR THIS POLICY'
                   TO WS-PRINT-LINE
               PERFORM 5000-PRINT-LINE
                   THRU 5099-PRINT-LINE-EXIT
           END-IF.

       4599-DUMP-CORRESPONDENCE-EXIT.
           EXIT.
       EJECT

       4600-PRINT-CORRESPONDENCE.

           MOVE CH-BUS-MM   TO WS-CORR-MM.
           MOVE CH-BUS-DD   TO WS-CORR-DD.
           MOVE CH-BUS-CCYY TO WS-CORR-CCYY.

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
                  WS-CORR-DATE-ED DELIMITED BY SIZE
                  '  LETTER ' DELIMITED BY SIZE
                  CH-LETTER-TYPE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISPOSITION-DESC DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ADDR-SOURCE-DESC DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CH-LETTER-DETAIL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-PRINT-LINE
               THRU 5099-PRINT-LINE-EXIT.

           IF CH-ADDR-SOURCE = SPACE
               GO TO 4699-PRINT-CORRESPONDENCE-EXIT
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
           PERFORM 5000-PRINT-LINE
               THRU 5099-PRINT-LINE-EXIT.

           IF CH-ADDRESS-2 NOT = SPACE
               MOVE SPACE TO WS-PRINT-LINE
               STRING '      ' DELIMITED BY SIZE
                      CH-ADDRESS-2 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-PRINT-LINE
                   THRU 5099-PRINT-LINE-EXIT
           END-IF.

       4699-PRINT-CORRESPONDENCE-EXIT.
           EXIT.
       EJECT

       4200-BUILD-HISTORY-SDT.

           MOVE 'C' TO AUXEFLG1 OF AUX-HIST-DCB.

000342* 2026-09-03  DRO  THE CATEGORY CODE ADDED TO INPTREC IS NOW
000344*                  CARRIED THROUGH THE TRANSMIT TABLE AND ONTO
000346*                  THE INPTRSND RETRANSMIT RECORDS.
      * 2026-10-15  DRO  RECONCILES ONE DOWNSTREAM SUBSCRIBER AT A TIME.
      *                  WITH A SUBSCRIBER ID IN THE PARM, INPTIF IS
      *                  THAT SUBSCRIBER'S OWN INTERFACE FILE FROM
      *                  INPTROUT AND INPTACK ITS OWN ACKNOWLEDGMENTS,
      *                  SO ONE RECEIVER'S REJECTS CANNOT HIDE THE
      *                  STATUS OF ANOTHER'S; THE REPORT AND CONSOLE
      *                  MESSAGE NAME THE SUBSCRIBER.  AN INTERFACE
      *                  FILE WHOSE HEADER NAMES A DIFFERENT SUBSCRIBER
      *                  IS NOT RECONCILED AT ALL (RETURN CODE 12).
      *                  WITHOUT A PARM THE RUN RECONCILES THE NIGHT'S
      *                  OWN INPTIF AS BEFORE.
      * 2026-10-15  DRO  EVERY ENTRY THAT CAME BACK REJECTED IS ALSO
      *                  APPENDED TO THE NEW INPTDREJ DOWNSTREAM REJECT
      *                  HISTORY (5300), WITH THE SUBSCRIBER, THE NIGHT
      *                  IT WAS SENT AND THE OPERATOR ID IT CARRIED, FOR
      *                  THE INPTQRPT OPERATOR QUALITY REPORT.
000350*----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000550     SELECT INPTRSND-FILE ASSIGN TO INPTRSND
000560         ORGANIZATION IS SEQUENTIAL.
000570
000572     SELECT INPTDREJ-FILE ASSIGN TO INPTDREJ
000574         ORGANIZATION IS SEQUENTIAL
000576         FILE STATUS IS ACK-DREJ-FILE-STATUS.
000578
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  INPTIF-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY INPTREC REPLACING LEADING ==INPT-== BY ==RSND-==.
000850
000851 FD  INPTDREJ-FILE
000852     RECORDING MODE IS F
000853     LABEL RECORDS ARE STANDARD.
000854     COPY INPTDREJ.
000855
000860 WORKING-STORAGE SECTION.
000861*----------------------------------------------------------------
000862*     INPTIF RUN-HEADER AND TRAILER ENVELOPE RECORDS.
000863*----------------------------------------------------------------
000864 COPY INPTIFHT.
000865
000870 77  ACK-IF-EOF-SWITCH          PIC X(01) VALUE "N".
000880     88  ACK-IF-EOF-YES         VALUE "Y".
000890
000930 77  ACK-MATCH-FOUND-SWITCH     PIC X(01) VALUE "N".
000940     88  ACK-MATCH-FOUND        VALUE "Y".
000950
       77  ACK-SUBSCRIBER-ID          PIC X(08) VALUE SPACES.
       77  ACK-IF-SUBSCRIBER-ID       PIC X(08) VALUE SPACES.
       77  ACK-WRONG-FILE-SWITCH      PIC X(01) VALUE "N".
           88  ACK-WRONG-FILE         VALUE "Y".
       77  ACK-DREJ-FILE-STATUS       PIC X(02) VALUE SPACES.
       77  ACK-RUN-DATE               PIC 9(08).
       77  ACK-RUN-TIME               PIC 9(08).
       77  ACK-IF-RUN-DATE            PIC 9(08) VALUE 0.
       77  ACK-IF-RUN-TIME            PIC 9(08) VALUE 0.

000960 77  ACK-DETAILS-LOADED         PIC 9(06) COMP VALUE 0.
000970 77  ACK-ACKS-READ              PIC 9(06) COMP VALUE 0.
000980 77  ACK-ACCEPTED-COUNT         PIC 9(06) COMP VALUE 0.
001000 77  ACK-UNACKED-COUNT          PIC 9(06) COMP VALUE 0.
001010 77  ACK-ORPHAN-COUNT           PIC 9(06) COMP VALUE 0.
001020 77  ACK-RESEND-COUNT           PIC 9(06) COMP VALUE 0.
001025 77  ACK-HISTORY-COUNT          PIC 9(06) COMP VALUE 0.
001030
001040 77  ACK-RETURN-CODE            PIC 9(02) COMP VALUE 0.
001050 77  ACK-EDIT-COUNT             PIC ZZZ,ZZ9.
001310 77  ACK-TXN-INDEX              PIC 9(04) COMP.
001320 77  ACK-TXN-OVERFLOW-WARNED    PIC X(01) VALUE "N".
001330
001331
001332 LINKAGE SECTION.
001333 01  ACK-PARM.
001334     05  ACK-PARM-LENGTH            PIC S9(04) COMP.
001335     05  ACK-PARM-SUBSCRIBER-ID     PIC X(08).
001336     05  FILLER                     PIC X(12).
001337
001340 PROCEDURE DIVISION USING ACK-PARM.
001350*----------------------------------------------------------------
001360* 0000-MAINLINE
001370*----------------------------------------------------------------
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-LOAD-ONE-IF-RECORD THRU 2000-EXIT
001410         UNTIL ACK-IF-EOF-YES.
001412     IF ACK-WRONG-FILE
001414         PERFORM 7500-REFUSE-WRONG-FILE THRU 7500-EXIT
001416     ELSE
001420         PERFORM 3000-PROCESS-ONE-ACK THRU 3000-EXIT
001430             UNTIL ACK-ACK-EOF-YES
001440         PERFORM 5000-SWEEP-ONE-TXN THRU 5000-EXIT
001450             VARYING ACK-TXN-INDEX FROM 1 BY 1
001460             UNTIL ACK-TXN-INDEX > ACK-TXN-TABLE-COUNT
001470         PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT
001475     END-IF.
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001490     MOVE ACK-RETURN-CODE TO RETURN-CODE.
001500     STOP RUN.
001510
001520*----------------------------------------------------------------
001530* 1000-INITIALIZE
001533*     THE SUBSCRIBER ID, WHEN GIVEN, COMES FROM THE PARM AND IS
001536*     NAMED UNDER THE REPORT HEADING.  THE DOWNSTREAM REJECT
001538*     HISTORY IS APPENDED TO, AND CREATED ON FIRST USE.
001540*----------------------------------------------------------------
001550 1000-INITIALIZE.
           ACCEPT ACK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT ACK-RUN-TIME FROM TIME.
           IF ACK-PARM-LENGTH NOT < 8
               MOVE ACK-PARM-SUBSCRIBER-ID TO ACK-SUBSCRIBER-ID
           ELSE
               IF ACK-PARM-LENGTH > 0
                   MOVE ACK-PARM-SUBSCRIBER-ID (1:ACK-PARM-LENGTH)
                       TO ACK-SUBSCRIBER-ID
               END-IF
           END-IF.
001560     OPEN INPUT INPTIF-FILE.
001570     OPEN INPUT INPTACK-FILE.
001580     OPEN OUTPUT INPTARPT-FILE.
001590     OPEN OUTPUT INPTRSND-FILE.
001592     OPEN EXTEND INPTDREJ-FILE.
001594     IF ACK-DREJ-FILE-STATUS = "35"
001596         OPEN OUTPUT INPTDREJ-FILE
001598     END-IF.
001600     MOVE SPACES TO INPTARPT-LINE.
001610     MOVE "INPTACKR - DOWNSTREAM ACKNOWLEDGMENT RECONCILIATION"
001620         TO INPTARPT-LINE.
001630     WRITE INPTARPT-LINE.
001631     IF ACK-SUBSCRIBER-ID NOT = SPACES
001632         MOVE SPACES TO INPTARPT-LINE
001633         STRING "SUBSCRIBER " DELIMITED BY SIZE
001634             ACK-SUBSCRIBER-ID DELIMITED BY SIZE
001635             INTO INPTARPT-LINE
001636         WRITE INPTARPT-LINE
001637     END-IF.
001640     MOVE SPACES TO INPTARPT-LINE.
001650     STRING "ENTRY ID  DISPOSITION     DESCRIPTION"
001660         DELIMITED BY SIZE INTO INPTARPT-LINE.
001730*     READ ONE INPTIF RECORD.  THE HEADER AND TRAILER ENVELOPE
001740*     RECORDS ARE PASSED OVER - ONLY THE DETAILS ARE SUBJECT TO
001750*     ACKNOWLEDGMENT.  A TABLE OVERFLOW FAILS THE RUN (RETURN
001760*     CODE 8) SINCE RECONCILIATION WOULD BE INCOMPLETE.  THE
001763*     HEADER'S SUBSCRIBER ID MUST BE THE ONE THE RUN WAS GIVEN,
001766*     OR THE ACKS WOULD BE MATCHED AGAINST SOMEONE ELSE'S FILE.
001770*----------------------------------------------------------------
001780 2000-LOAD-ONE-IF-RECORD.
001790     READ INPTIF-FILE
001800         AT END
001810             SET ACK-IF-EOF-YES TO TRUE
001820         NOT AT END
001822             EVALUATE INPTIF-RECORD-TYPE
001824                 WHEN "H"
001826                     MOVE INPTIF-RECORD TO IFH-HEADER-RECORD
001828                     MOVE IFH-SUBSCRIBER-ID
001830                         TO ACK-IF-SUBSCRIBER-ID
001831                     MOVE IFH-RUN-DATE TO ACK-IF-RUN-DATE
001832                     MOVE IFH-RUN-TIME TO ACK-IF-RUN-TIME
001833                     IF ACK-IF-SUBSCRIBER-ID
001834                             NOT = ACK-SUBSCRIBER-ID
001836                         SET ACK-WRONG-FILE TO TRUE
001838                     END-IF
001840                 WHEN "T"
001842                     CONTINUE
001844                 WHEN OTHER
001850                     PERFORM 2100-STORE-IF-DETAIL THRU 2100-EXIT
001860             END-EVALUATE
001870     END-READ.
001880 2000-EXIT.
001890     EXIT.
003190     END-IF.
003200     WRITE INPTARPT-LINE.
003210     PERFORM 5200-WRITE-RESEND-RECORD THRU 5200-EXIT.
003212     IF ACK-TXN-REJECTED(ACK-TXN-INDEX)
003214         PERFORM 5300-WRITE-REJECT-HISTORY THRU 5300-EXIT
003216     END-IF.
003220 5100-EXIT.
003230     EXIT.
003240
003360 5200-EXIT.
003370     EXIT.
003380
      *----------------------------------------------------------------
      * 5300-WRITE-REJECT-HISTORY
      *     ONLY A REJECTED ENTRY IS KEPT - AN UNACKNOWLEDGED ONE IS
      *     STILL THE RECEIVER'S TO ANSWER, NOT A REJECT.
      *----------------------------------------------------------------
       5300-WRITE-REJECT-HISTORY.
           MOVE SPACES TO DREJ-RECORD.
           MOVE ACK-RUN-DATE TO DREJ-ACK-RUN-DATE.
           MOVE ACK-RUN-TIME TO DREJ-ACK-RUN-TIME.
           MOVE ACK-SUBSCRIBER-ID TO DREJ-SUBSCRIBER-ID.
           MOVE ACK-IF-RUN-DATE TO DREJ-IF-RUN-DATE.
           MOVE ACK-IF-RUN-TIME TO DREJ-IF-RUN-TIME.
           MOVE ACK-TXN-RECORD-TYPE(ACK-TXN-INDEX) TO DREJ-RECORD-TYPE.
           MOVE ACK-TXN-ENTRY-ID(ACK-TXN-INDEX) TO DREJ-ENTRY-ID.
           MOVE ACK-TXN-ENTRY-DATE(ACK-TXN-INDEX) TO DREJ-ENTRY-DATE.
           MOVE ACK-TXN-OPERATOR-ID(ACK-TXN-INDEX) TO DREJ-OPERATOR-ID.
           MOVE ACK-TXN-CATEGORY-CODE(ACK-TXN-INDEX)
               TO DREJ-CATEGORY-CODE.
           WRITE DREJ-RECORD.
           ADD 1 TO ACK-HISTORY-COUNT.
       5300-EXIT.
           EXIT.

003390*----------------------------------------------------------------
003400* 7000-PRODUCE-SUMMARY
003410*     WRITE THE RECONCILIATION TOTALS AND SETTLE THE RETURN CODE.
004000             END-IF
004010         END-IF
004020     END-IF.
004025     IF ACK-SUBSCRIBER-ID = SPACES
004030         DISPLAY "INPTACKR COMPLETE - RC " ACK-RETURN-CODE
004040             UPON CONSOLE
004041     ELSE
004042         DISPLAY "INPTACKR COMPLETE - SUBSCRIBER "
004043             ACK-SUBSCRIBER-ID " RC " ACK-RETURN-CODE
004044             UPON CONSOLE
004045     END-IF.
004050 7000-EXIT.
004060     EXIT.
004070
      *----------------------------------------------------------------
      * 7500-REFUSE-WRONG-FILE
      *     THE INTERFACE FILE MOUNTED IS NOT THIS SUBSCRIBER'S (OR IS
      *     A SUBSCRIBER FILE WHEN THE NIGHT'S OWN INPTIF WAS MEANT).
      *     NOTHING IS RECONCILED AND NOTHING WRITTEN TO INPTRSND;
      *     RETURN CODE 12 SO THE JCL IS PUT RIGHT AND THE STEP RERUN.
      *----------------------------------------------------------------
       7500-REFUSE-WRONG-FILE.
           MOVE SPACES TO INPTARPT-LINE.
           WRITE INPTARPT-LINE.
           MOVE SPACES TO INPTARPT-LINE.
           STRING "*** INTERFACE FILE IS FOR SUBSCRIBER '"
               DELIMITED BY SIZE
               ACK-IF-SUBSCRIBER-ID DELIMITED BY SIZE
               "' - NOT RECONCILED ***" DELIMITED BY SIZE
               INTO INPTARPT-LINE.
           WRITE INPTARPT-LINE.
           MOVE 12 TO ACK-RETURN-CODE.
           DISPLAY "*** INPTACKR - INTERFACE FILE IS FOR SUBSCRIBER '"
               ACK-IF-SUBSCRIBER-ID "', NOT '" ACK-SUBSCRIBER-ID
               "' - RC 12 ***" UPON CONSOLE.
       7500-EXIT.
           EXIT.

004080*----------------------------------------------------------------
004090* 9000-TERMINATE
004100*----------------------------------------------------------------
004130     CLOSE INPTACK-FILE.
004140     CLOSE INPTARPT-FILE.
004150     CLOSE INPTRSND-FILE.
004155     CLOSE INPTDREJ-FILE.
004160 9000-EXIT.
004170     EXIT.

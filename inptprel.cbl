000381*                  INPUTPRINT SUSPENSES ITS OWN REJECTS, SO THE
000382*                  ENTRY CAN BE CORRECTED AND RESUBMITTED
000383*                  INSTEAD OF BEING RE-KEYED FROM SYSOUT TEXT.
      * 2026-10-15  DRO  INPTPEND AND INPTPENO NOW COPY THE INPTPEND
      *                  LAYOUT, WHICH STAMPS EACH PARKED ENTRY WITH
      *                  THE INPUTPRINT RUN THAT PARKED IT.  THE STAMP
      *                  IS CARRIED FORWARD UNCHANGED (2100) SO THE
      *                  INPTBOUT BACKOUT JOB CAN STILL FIND THE ENTRY.
      * 2026-10-15  DRO  EVERY RELEASED ADD AND CORRECT NOW ALSO WRITES
      *                  A BEFORE/AFTER IMAGE RECORD TO THE NEW INPTJRNL
      *                  CHANGE JOURNAL (3400).
      * 2026-10-15  DRO  AT END OF RUN THE RUN STATISTICS - PARKED
      *                  ENTRIES READ, RELEASED, CARRIED AND IN ERROR,
      *                  THIS RUN'S OWN INPTLOG AND INPTIF RECORDS, THE
      *                  TRAILER LEFT, AND THE INPTHOLD, INPTPEND AND
      *                  SUSPENSE MOVEMENT - ARE APPENDED TO THE SHARED
      *                  INPTRCTL RUN-CONTROL FILE (8500) FOR THE
      *                  INPTPROF BALANCING PROOF.
      * 2026-10-15  DRO  THE NEW LOG-REJECT-REASON IS SET BLANK ON
      *                  THE RELEASED ENTRY'S LOG RECORD.
      * 2026-10-15  DRO  INPTMST NOW HAS ALTERNATE KEYS ON
      *                  MST-CATEGORY-CODE AND MST-DESCRIPTION, BOTH
      *                  WITH DUPLICATES, FOR THE INPTBRWS MASTER
      *                  BROWSE.  THE SELECT HERE DECLARES THEM TOO.
000384*----------------------------------------------------------------
000385
000390 ENVIRONMENT DIVISION.
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS MST-ENTRY-ID
000582         ALTERNATE RECORD KEY IS MST-CATEGORY-CODE
000584             WITH DUPLICATES
000586         ALTERNATE RECORD KEY IS MST-DESCRIPTION
000588             WITH DUPLICATES
000590         FILE STATUS IS REL-MST-FILE-STATUS.
000600
000610     SELECT INPTHOLD-FILE ASSIGN TO INPTHOLD
000754     SELECT INPTPSUS-FILE ASSIGN TO INPTPSUS
000756         ORGANIZATION IS SEQUENTIAL.
000760
           SELECT INPTJRNL-FILE ASSIGN TO INPTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS REL-JRN-FILE-STATUS.

           SELECT INPTRCTL-FILE ASSIGN TO INPTRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REL-RCT-FILE-STATUS.

000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  INPTPEND-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY INPTPEND.
000830
000840 FD  INPTPENO-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY INPTPEND REPLACING LEADING ==PEND-== BY ==PENO-==.
000880
000890 FD  INPTMST-FILE
000900     LABEL RECORDS ARE STANDARD.
001106     LABEL RECORDS ARE STANDARD.
001107     COPY INPTSUSP REPLACING LEADING ==SUSP-== BY ==PSUS-==.
001110
001111 FD  INPTJRNL-FILE
001112     LABEL RECORDS ARE STANDARD.
001113     COPY INPTJRNL.
001114
001115 FD  INPTRCTL-FILE
001116     RECORDING MODE IS F
001117     LABEL RECORDS ARE STANDARD.
001118     COPY INPTRCTL.
001119
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------
001140*     INPTIF RUN-HEADER AND TRAILER ENVELOPE RECORDS, HANDLED
001200 77  REL-MST-FILE-STATUS        PIC X(02) VALUE SPACES.
001210 77  REL-HOLD-FILE-STATUS       PIC X(02) VALUE SPACES.
001220 77  REL-IF-FILE-STATUS         PIC X(02) VALUE SPACES.
001225 77  REL-JRN-FILE-STATUS        PIC X(02) VALUE SPACES.
001227 77  REL-RCT-FILE-STATUS        PIC X(02) VALUE SPACES.
001230
001240 77  REL-RUN-DATE               PIC 9(08).
001250 77  REL-RUN-TIME               PIC 9(08).
001253 77  REL-JRN-SEQUENCE           PIC 9(04) COMP VALUE 0.
001256 77  REL-JRN-BEFORE-IMAGE       PIC X(137) VALUE SPACES.
001260
001270 77  REL-PEND-EOF-SWITCH        PIC X(01) VALUE "N".
001280     88  REL-PEND-EOF-YES       VALUE "Y".
001450 77  REL-HOLD-QUEUED-COUNT      PIC 9(06) COMP VALUE 0.
001460 77  REL-ERROR-COUNT            PIC 9(06) COMP VALUE 0.
001462 77  REL-SUSP-WRITTEN           PIC 9(06) COMP VALUE 0.
       77  REL-HOLD-ADDED-COUNT       PIC 9(06) COMP VALUE 0.
       77  REL-HOLD-PRIOR-STATUS      PIC X(01) VALUE SPACE.
       77  REL-IF-RUN-COUNT           PIC 9(06) COMP VALUE 0.
       77  REL-IF-RUN-HASH            PIC 9(12) VALUE 0.
001464 77  REL-REJECT-REASON          PIC X(02) VALUE SPACES.
001470 77  REL-RETURN-CODE            PIC 9(02) COMP VALUE 0.
001480
001550     PERFORM 2000-PROCESS-ONE-PENDING THRU 2000-EXIT
001560         UNTIL REL-PEND-EOF-YES.
001570     PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT.
001575     PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT.
001580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001590     MOVE REL-RETURN-CODE TO RETURN-CODE.
001600     STOP RUN.
001900         CLOSE INPTHOLD-FILE
001910         OPEN I-O INPTHOLD-FILE
001920     END-IF.
001921     OPEN I-O INPTJRNL-FILE.
001922     IF REL-JRN-FILE-STATUS = "35"
001923         OPEN OUTPUT INPTJRNL-FILE
001924         CLOSE INPTJRNL-FILE
001925         OPEN I-O INPTJRNL-FILE
001926     END-IF.
001930     OPEN EXTEND INPTLOG-FILE.
001940     PERFORM 1100-STAGE-INTERFACE-FILE THRU 1100-EXIT.
001950 1000-EXIT.
003260     MOVE PEND-DESCRIPTION TO PENO-DESCRIPTION.
003270     MOVE PEND-OPERATOR-ID TO PENO-OPERATOR-ID.
003275     MOVE PEND-CATEGORY-CODE TO PENO-CATEGORY-CODE.
003276     MOVE PEND-RUN-DATE TO PENO-RUN-DATE.
003277     MOVE PEND-RUN-TIME TO PENO-RUN-TIME.
003280     WRITE PENO-RECORD.
003290     ADD 1 TO REL-CARRIED-COUNT.
003300 2100-EXIT.
003804             PERFORM 3900-WRITE-RELEASE-SUSPENSE THRU 3900-EXIT
003810             GO TO 3100-EXIT
003820     END-WRITE.
003823     MOVE SPACES TO REL-JRN-BEFORE-IMAGE.
003826     PERFORM 3400-WRITE-JOURNAL-RECORD THRU 3400-EXIT.
003830     PERFORM 5000-WRITE-LOG-AND-IF THRU 5000-EXIT.
003840     ADD 1 TO REL-RELEASED-COUNT.
003850     DISPLAY "RELEASED ADD     : " PEND-ENTRY-ID.
004007         PERFORM 3900-WRITE-RELEASE-SUSPENSE THRU 3900-EXIT
004008         GO TO 3200-EXIT
004009     END-IF.
           MOVE MST-RECORD TO REL-JRN-BEFORE-IMAGE.
004010     MOVE PEND-DESCRIPTION TO MST-DESCRIPTION.
004020     MOVE PEND-ENTRY-DATE TO MST-LAST-UPDATE-DATE.
004030     MOVE REL-RUN-TIME TO MST-LAST-UPDATE-TIME.
004056         MOVE PEND-CATEGORY-CODE TO MST-CATEGORY-CODE
004057     END-IF.
004060     REWRITE MST-RECORD.
004065     PERFORM 3400-WRITE-JOURNAL-RECORD THRU 3400-EXIT.
004070     PERFORM 5000-WRITE-LOG-AND-IF THRU 5000-EXIT.
004080     ADD 1 TO REL-RELEASED-COUNT.
004090     DISPLAY "RELEASED CORRECT : " PEND-ENTRY-ID.
004220     MOVE PEND-ENTRY-ID TO HOLD-ENTRY-ID.
004230     READ INPTHOLD-FILE
004240         INVALID KEY
004245             MOVE SPACE TO REL-HOLD-PRIOR-STATUS
004250             PERFORM 3330-BUILD-HOLD-RECORD THRU 3330-EXIT
004260             WRITE HOLD-RECORD
004270                 INVALID KEY
004307                         THRU 3340-EXIT
004310             END-WRITE
004320         NOT INVALID KEY
004325             MOVE HOLD-STATUS TO REL-HOLD-PRIOR-STATUS
004330             PERFORM 3330-BUILD-HOLD-RECORD THRU 3330-EXIT
004340             REWRITE HOLD-RECORD
004350                 INVALID KEY
004632*----------------------------------------------------------------
004633* 3340-COUNT-QUEUED-HOLD
004634*     COUNT A HOLD ACTUALLY WRITTEN - A FAILED WRITE IS AN ERROR
      *     AND MUST NEVER ALSO COUNT AS RELEASED.  ONLY A HOLD THAT
      *     WAS NOT ALREADY PENDING ADDS TO THE APPROVAL QUEUE FOR THE
      *     RUN-CONTROL RECORD - REPLACING A PENDING REQUEST LEAVES
      *     THE QUEUE THE SAME LENGTH.
004636*----------------------------------------------------------------
004637 3340-COUNT-QUEUED-HOLD.
004638     ADD 1 TO REL-HOLD-QUEUED-COUNT.
004639     ADD 1 TO REL-RELEASED-COUNT.
           IF REL-HOLD-PRIOR-STATUS NOT = "P"
               ADD 1 TO REL-HOLD-ADDED-COUNT
           END-IF.
004640     IF PEND-TYPE-REINSTATE
004641         DISPLAY "RELEASED REINSTATE TO APPROVAL QUEUE : "
004642             PEND-ENTRY-ID
004647 3340-EXIT.
004648     EXIT.
004649
      *----------------------------------------------------------------
      * 3400-WRITE-JOURNAL-RECORD
      *     ADD ONE RECORD TO THE INPTJRNL CHANGE JOURNAL FOR THE
      *     RELEASED ADD OR CORRECT: THE MASTER RECORD AS 3200 READ
      *     IT (NONE FOR AN ADD) AND AS IT WAS JUST WRITTEN.  THE
      *     CHANGE IS THE PARKING OPERATOR'S; A RELEASE NEEDS NO
      *     APPROVAL, SO THE APPROVER IS LEFT BLANK.
      *----------------------------------------------------------------
       3400-WRITE-JOURNAL-RECORD.
           ADD 1 TO REL-JRN-SEQUENCE.
           MOVE MST-ENTRY-ID TO JRN-ENTRY-ID.
           MOVE REL-RUN-DATE TO JRN-CHANGE-DATE.
           MOVE REL-RUN-TIME TO JRN-CHANGE-TIME.
           MOVE REL-JRN-SEQUENCE TO JRN-SEQUENCE.
           MOVE MST-LAST-ACTION TO JRN-ACTION.
           MOVE "INPTPREL" TO JRN-PROGRAM-ID.
           MOVE PEND-OPERATOR-ID TO JRN-OPERATOR-ID.
           MOVE SPACES TO JRN-APPROVER-ID.
           IF REL-JRN-BEFORE-IMAGE = SPACES
               SET JRN-BEFORE-NONE TO TRUE
           ELSE
               SET JRN-BEFORE-PRESENT TO TRUE
           END-IF.
           MOVE REL-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE MST-RECORD TO JRN-AFTER-IMAGE.
           WRITE JRN-RECORD
               INVALID KEY
                   DISPLAY "*** UNABLE TO WRITE JOURNAL RECORD FOR "
                       "ENTRY ID " MST-ENTRY-ID " ***"
           END-WRITE.
       3400-EXIT.
           EXIT.

004650*----------------------------------------------------------------
004651* 3900-WRITE-RELEASE-SUSPENSE
004652*     A RELEASE THAT COULD NOT BE APPLIED HAS ALREADY LEFT THE
004800     MOVE PEND-DESCRIPTION TO LOG-DESCRIPTION.
004810     MOVE PEND-OPERATOR-ID TO LOG-OPERATOR-ID.
004815     MOVE PEND-CATEGORY-CODE TO LOG-CATEGORY-CODE.
004817     MOVE SPACES TO LOG-REJECT-REASON.
004820     WRITE INPTLOG-RECORD.
004830     MOVE PEND-RECORD-TYPE TO INPTIF-RECORD-TYPE.
004840     MOVE PEND-ENTRY-ID TO INPTIF-ENTRY-ID.
004880     WRITE INPTIF-RECORD.
004890     ADD 1 TO REL-IF-DETAIL-COUNT.
004900     ADD INPTIF-ENTRY-ID TO REL-IF-HASH-TOTAL.
004903     ADD 1 TO REL-IF-RUN-COUNT.
004906     ADD INPTIF-ENTRY-ID TO REL-IF-RUN-HASH.
004910 5000-EXIT.
004920     EXIT.
004930
005310 8000-EXIT.
005320     EXIT.
005330
      *----------------------------------------------------------------
      * 8500-WRITE-RUN-CONTROL
      *     APPEND THIS RUN'S STATISTICS TO THE SHARED INPTRCTL
      *     RUN-CONTROL FILE FOR THE INPTPROF BALANCING PROOF, THE
      *     SAME WAY INPUTPRINT DOES.  EVERY RELEASED ADD AND CORRECT
      *     WRITES ONE INPTLOG AND ONE INPTIF RECORD (5000), SO THE
      *     RUN'S OWN INTERFACE FIGURES ARE ITS LOG FIGURES TOO.  A
      *     PARKED ENTRY NOT CARRIED FORWARD HAS LEFT THE PENDING
      *     FILE, RELEASED OR IN ERROR; AN ERROR GOES TO SUSPENSE.
      *     THE TRAILER FIGURES ARE THOSE 8000 IS ABOUT TO WRITE.
      *----------------------------------------------------------------
       8500-WRITE-RUN-CONTROL.
           OPEN EXTEND INPTRCTL-FILE.
           IF REL-RCT-FILE-STATUS = "35"
               OPEN OUTPUT INPTRCTL-FILE
           END-IF.
           MOVE SPACES TO RCT-RECORD.
           SET RCT-TYPE-JOB TO TRUE.
           MOVE "INPTPREL" TO RCT-PROGRAM-ID.
           MOVE REL-RUN-DATE TO RCT-RUN-DATE.
           MOVE REL-RUN-TIME TO RCT-RUN-TIME.
           MOVE REL-RUN-DATE TO RCT-BUSINESS-DATE.
           MOVE "INPTPREL" TO RCT-OPERATOR-ID.
           SET RCT-MODE-BATCH TO TRUE.
           MOVE REL-RETURN-CODE TO RCT-RETURN-CODE.
           MOVE REL-RECORDS-READ TO RCT-RECORDS-READ.
           MOVE REL-RELEASED-COUNT TO RCT-ACCEPTED-COUNT.
           MOVE REL-ERROR-COUNT TO RCT-REJECTED-COUNT.
           MOVE REL-IF-RUN-COUNT TO RCT-LOG-ACCEPTED-COUNT.
           MOVE 0 TO RCT-LOG-REJECTED-COUNT.
           MOVE REL-IF-RUN-COUNT TO RCT-IF-DETAIL-COUNT.
           MOVE REL-IF-RUN-HASH TO RCT-IF-HASH-TOTAL.
           MOVE REL-IF-DETAIL-COUNT TO RCT-IF-TRL-DETAIL-COUNT.
           MOVE REL-IF-HASH-TOTAL TO RCT-IF-TRL-HASH-TOTAL.
           MOVE ZEROS TO RCT-QUEUE-MOVEMENT.
           MOVE REL-HOLD-ADDED-COUNT TO RCT-HOLD-ADDED.
           SUBTRACT REL-CARRIED-COUNT FROM REL-RECORDS-READ
               GIVING RCT-PEND-CLEARED.
           MOVE REL-SUSP-WRITTEN TO RCT-SUSP-ADDED.
           MOVE ZEROS TO RCT-QUEUE-CLOSE.
           WRITE RCT-RECORD.
           CLOSE INPTRCTL-FILE.
       8500-EXIT.
           EXIT.

005340*----------------------------------------------------------------
005350* 9000-TERMINATE
005360*----------------------------------------------------------------
005420     CLOSE INPTPENO-FILE.
005422     CLOSE INPTPSUS-FILE.
005430     CLOSE INPTMST-FILE.
005435     CLOSE INPTJRNL-FILE.
005440     CLOSE INPTHOLD-FILE.
005450     CLOSE INPTLOG-FILE.
005460     CLOSE INPTIF-FILE.

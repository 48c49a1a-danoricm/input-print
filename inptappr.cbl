000780*                  HOLD'S OWN RECORD TYPE RATHER THAN A
000790*                  HARD-CODED "D".  A BLANK TYPE ON AN OLD HOLD
000800*                  RECORD IS A DELETE.
      * 2026-10-15  DRO  APPROVER IDS ARE NOW AUTHORIZED AGAINST THE
      *                  INPTOPER OPERATOR TABLE, SO THE MAKER-CHECKER
      *                  RULE CANNOT BE BEATEN BY KEYING A MADE-UP ID.
      *                  AN INTERACTIVE APPROVER WHO IS UNKNOWN,
      *                  REVOKED, A BATCH JOB ID, OR WITHOUT THE
      *                  APPROVER ROLE IS REFUSED BEFORE ANY FILE IS
      *                  OPENED (RETURN CODE 16); IN BATCH EACH
      *                  DEC-APPROVER-ID IS CHECKED THE SAME WAY AND A
      *                  REFUSED DECISION IS COUNTED AS UNUSABLE.
      *                  EVERY REFUSAL IS WRITTEN TO THE INPTSECL
      *                  SECURITY AUDIT TRAIL.  NO OPERATOR TABLE AT
      *                  ALL REFUSES THE WHOLE RUN.
      * 2026-10-15  DRO  EVERY RELEASED DELETE AND REINSTATE NOW ALSO
      *                  WRITES A BEFORE/AFTER IMAGE RECORD TO THE NEW
      *                  INPTJRNL CHANGE JOURNAL (3100), CARRYING BOTH
      *                  THE REQUESTING OPERATOR AND THE APPROVER.
      * 2026-10-15  DRO  AT END OF RUN THE RUN STATISTICS - HOLDS OR
      *                  DECISIONS READ, RELEASED AND REJECTED, THIS
      *                  RUN'S OWN INPTLOG AND INPTIF RECORDS, AND THE
      *                  TRAILER LEFT - ARE APPENDED TO THE SHARED
      *                  INPTRCTL RUN-CONTROL FILE (8500) FOR THE
      *                  INPTPROF BALANCING PROOF.
      * 2026-10-15  DRO  THE NEW LOG-REJECT-REASON IS LEFT BLANK ON
      *                  BOTH THE RELEASED AND THE TURNED-DOWN LOG
      *                  RECORD - A TURNED-DOWN REQUEST IS THE
      *                  APPROVER'S DECISION, NOT A KEYING REJECT.
      * 2026-10-15  DRO  INPTMST NOW HAS ALTERNATE KEYS ON
      *                  MST-CATEGORY-CODE AND MST-DESCRIPTION, BOTH
      *                  WITH DUPLICATES, FOR THE INPTBRWS MASTER
      *                  BROWSE.  THE SELECT HERE DECLARES THEM TOO.
000810*----------------------------------------------------------------
000820
000830 ENVIRONMENT DIVISION.
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS MST-ENTRY-ID
001012         ALTERNATE RECORD KEY IS MST-CATEGORY-CODE
001014             WITH DUPLICATES
001016         ALTERNATE RECORD KEY IS MST-DESCRIPTION
001018             WITH DUPLICATES
001020         FILE STATUS IS APR-MST-FILE-STATUS.
001030
001040     SELECT INPTLOG-FILE ASSIGN TO INPTLOG
001170     SELECT INPTACTL-FILE ASSIGN TO INPTACTL
001180         ORGANIZATION IS SEQUENTIAL.
001190
           SELECT INPTOPER-FILE ASSIGN TO INPTOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS APR-OPER-FILE-STATUS.

           SELECT INPTSECL-FILE ASSIGN TO INPTSECL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APR-SECL-FILE-STATUS.

           SELECT INPTJRNL-FILE ASSIGN TO INPTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS APR-JRN-FILE-STATUS.

           SELECT INPTRCTL-FILE ASSIGN TO INPTRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APR-RCT-FILE-STATUS.

001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  INPTHOLD-FILE
001610 01  INPTACTL-RECORD.
001620     05  ACTL-EXPECTED-COUNT    PIC 9(06).
001630
       FD  INPTOPER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INPTOPER.

       FD  INPTSECL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY INPTSECL.

       FD  INPTJRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INPTJRNL.

       FD  INPTRCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY INPTRCTL.

001640 WORKING-STORAGE SECTION.
001650*----------------------------------------------------------------
001660*     INPTIF RUN-HEADER AND TRAILER ENVELOPE RECORDS.  THE
001720 77  APR-HOLD-FILE-STATUS       PIC X(02) VALUE SPACES.
001730 77  APR-MST-FILE-STATUS        PIC X(02) VALUE SPACES.
001740 77  APR-IF-FILE-STATUS         PIC X(02) VALUE SPACES.
       77  APR-OPER-FILE-STATUS       PIC X(02) VALUE SPACES.
       77  APR-SECL-FILE-STATUS       PIC X(02) VALUE SPACES.
       77  APR-JRN-FILE-STATUS        PIC X(02) VALUE SPACES.
       77  APR-JRN-SEQUENCE           PIC 9(04) COMP VALUE 0.
       77  APR-RCT-FILE-STATUS        PIC X(02) VALUE SPACES.

       77  APR-OPER-TABLE-OPEN-SW     PIC X(01) VALUE "N".
           88  APR-OPER-TABLE-OPEN    VALUE "Y".
       77  APR-SIGN-ON-SWITCH         PIC X(01) VALUE "N".
           88  APR-SIGN-ON-REFUSED    VALUE "Y".
       77  APR-REFUSAL-REASON         PIC X(02) VALUE SPACES.
       77  APR-REFUSAL-ENTRY-ID       PIC 9(06) VALUE 0.
001750
001760 77  APR-APPROVER-ID            PIC X(08) VALUE SPACES.
001770 77  APR-RUN-DATE               PIC 9(08).
001780 77  APR-RUN-TIME               PIC 9(08).
001785 77  APR-JRN-BEFORE-IMAGE       PIC X(137) VALUE SPACES.
001790
001800 77  APR-EOF-SWITCH             PIC X(01) VALUE "N".
001810     88  APR-EOF-YES            VALUE "Y".
002100 77  APR-IF-HASH-TOTAL          PIC 9(12) VALUE 0.
002110 77  APR-IF-TRL-DETAIL-COUNT    PIC 9(06) VALUE 0.
002120 77  APR-IF-TRL-HASH-TOTAL      PIC 9(12) VALUE 0.
002123 77  APR-IF-RUN-COUNT           PIC 9(06) COMP VALUE 0.
002126 77  APR-IF-RUN-HASH            PIC 9(12) VALUE 0.
002130
002140 LINKAGE SECTION.
002150 01  APR-PARM.
002270*----------------------------------------------------------------
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002292     IF APR-SIGN-ON-REFUSED
002294         MOVE APR-RETURN-CODE TO RETURN-CODE
002296         STOP RUN
002298     END-IF.
002300     IF APR-BATCH-MODE
002310         PERFORM 6000-PROCESS-ONE-DECISION THRU 6000-EXIT
002320             UNTIL APR-DEC-EOF-YES
002360             UNTIL APR-EOF-YES
002370     END-IF.
002380     PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT.
002385     PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     MOVE APR-RETURN-CODE TO RETURN-CODE.
002410     STOP RUN.
002440* 1000-INITIALIZE
002450*     ESTABLISH THE RUN MODE FROM THE PARM, SIGN ON THE APPROVER
002460*     (INTERACTIVE ONLY - IN BATCH EVERY DECISION RECORD CARRIES
002470*     ITS OWN APPROVER ID), AUTHORIZE IT AGAINST INPTOPER (A
002473*     REFUSED SIGN-ON LEAVES HERE WITH NOTHING ELSE OPENED AND
002476*     ENDS THE RUN), AND OPEN EVERY FILE THIS TRANSACTION
002480*     TOUCHES.  INPTLOG IS OPENED EXTEND, AND INPTIF IS STAGED
002490*     THROUGH INPTIFWK (1100) AND REOPENED OUTPUT, SO A RELEASED
002500*     DELETE IS APPENDED TO THE SAME DATED FILES INPUTPRINT
002510*     WRITES TO, NOT A SEPARATE STREAM.  INPTHOLD, INPTMST
002520*     AND THE INPTJRNL CHANGE JOURNAL GET THE SAME FIRST-RUN
002530*     (FILE STATUS "35") CREATE-EMPTY HANDLING AS IN INPUTPRINT.
002540*----------------------------------------------------------------
002550 1000-INITIALIZE.
002560     IF APR-PARM-LENGTH > 0 AND APR-PARM-RUN-MODE = "B"
002670     END-IF.
002680     ACCEPT APR-RUN-DATE FROM DATE YYYYMMDD.
002690     ACCEPT APR-RUN-TIME FROM TIME.
002692     PERFORM 1200-OPEN-OPERATOR-TABLE THRU 1200-EXIT.
002694     IF APR-SIGN-ON-REFUSED
002696         GO TO 1000-EXIT
002698     END-IF.
002700     OPEN I-O INPTHOLD-FILE.
002710     IF APR-HOLD-FILE-STATUS = "35"
002720         OPEN OUTPUT INPTHOLD-FILE
002790         CLOSE INPTMST-FILE
002800         OPEN I-O INPTMST-FILE
002810     END-IF.
002811     OPEN I-O INPTJRNL-FILE.
002812     IF APR-JRN-FILE-STATUS = "35"
002813         OPEN OUTPUT INPTJRNL-FILE
002814         CLOSE INPTJRNL-FILE
002815         OPEN I-O INPTJRNL-FILE
002816     END-IF.
002820     OPEN EXTEND INPTLOG-FILE.
002830     PERFORM 1100-STAGE-INTERFACE-FILE THRU 1100-EXIT.
002840     IF APR-BATCH-MODE
004100 1140-EXIT.
004110     EXIT.
004120
      *----------------------------------------------------------------
      * 1200-OPEN-OPERATOR-TABLE
      *     OPEN THE INPTOPER OPERATOR TABLE FOR APPROVER LOOKUPS AND,
      *     INTERACTIVELY, AUTHORIZE THE SIGNED-ON APPROVER.  A
      *     MISSING TABLE (FILE STATUS "35") REFUSES THE WHOLE RUN IN
      *     EITHER MODE - WITHOUT IT NO APPROVER CAN BE PROVED REAL.
      *     IN BATCH THE TABLE STAYS OPEN FOR 6100 TO CHECK EACH
      *     DECISION'S OWN APPROVER ID.
      *----------------------------------------------------------------
       1200-OPEN-OPERATOR-TABLE.
           MOVE 0 TO APR-REFUSAL-ENTRY-ID.
           OPEN INPUT INPTOPER-FILE.
           IF APR-OPER-FILE-STATUS = "35"
               IF APR-BATCH-MODE
                   MOVE "INPTAPPR" TO APR-APPROVER-ID
               END-IF
               MOVE "NT" TO APR-REFUSAL-REASON
               DISPLAY "*** INPTOPER OPERATOR TABLE NOT FOUND - "
                   "RUN ENDED ***" UPON CONSOLE
               SET APR-SIGN-ON-REFUSED TO TRUE
               MOVE 16 TO APR-RETURN-CODE
               PERFORM 1220-LOG-REFUSAL THRU 1220-EXIT
               GO TO 1200-EXIT
           END-IF.
           SET APR-OPER-TABLE-OPEN TO TRUE.
           IF APR-INTERACTIVE-MODE
               PERFORM 1210-AUTHORIZE-APPROVER THRU 1210-EXIT
               IF APR-REFUSAL-REASON NOT = SPACES
                   DISPLAY "*** SIGN-ON REFUSED FOR " APR-APPROVER-ID
                       " - REASON " APR-REFUSAL-REASON
                       " - RUN ENDED ***" UPON CONSOLE
                   SET APR-SIGN-ON-REFUSED TO TRUE
                   MOVE 16 TO APR-RETURN-CODE
                   PERFORM 1220-LOG-REFUSAL THRU 1220-EXIT
                   CLOSE INPTOPER-FILE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1210-AUTHORIZE-APPROVER
      *     LOOK APR-APPROVER-ID UP ON INPTOPER AND LEAVE A REFUSAL
      *     REASON IN APR-REFUSAL-REASON (SPACES WHEN AUTHORIZED):
      *     "UN" NOT ON FILE, "RV" REVOKED, "JB" A BATCH JOB ID (A
      *     JOB NEVER APPROVES), "RL" NO APPROVER ROLE.
      *----------------------------------------------------------------
       1210-AUTHORIZE-APPROVER.
           MOVE SPACES TO APR-REFUSAL-REASON.
           MOVE APR-APPROVER-ID TO OPER-ID.
           READ INPTOPER-FILE
               INVALID KEY
                   MOVE "UN" TO APR-REFUSAL-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OPER-STATUS-ACTIVE
                           MOVE "RV" TO APR-REFUSAL-REASON
                       WHEN OPER-TYPE-JOB
                           MOVE "JB" TO APR-REFUSAL-REASON
                       WHEN NOT OPER-IS-APPROVER
                           MOVE "RL" TO APR-REFUSAL-REASON
                   END-EVALUATE
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1220-LOG-REFUSAL
      *     APPEND ONE REFUSED APPROVER TO THE INPTSECL SECURITY AUDIT
      *     TRAIL, CREATING THE TRAIL ON FIRST USE.  A BATCH REFUSAL
      *     CARRIES THE ENTRY ID ITS DECISION NAMED.
      *----------------------------------------------------------------
       1220-LOG-REFUSAL.
           OPEN EXTEND INPTSECL-FILE.
           IF APR-SECL-FILE-STATUS = "35"
               OPEN OUTPUT INPTSECL-FILE
           END-IF.
           MOVE SPACES TO SECL-RECORD.
           ACCEPT SECL-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT SECL-EVENT-TIME FROM TIME.
           MOVE "INPTAPPR" TO SECL-PROGRAM-ID.
           MOVE APR-APPROVER-ID TO SECL-OPERATOR-ID.
           SET SECL-ROLE-APPROVER TO TRUE.
           MOVE APR-REFUSAL-REASON TO SECL-REASON-CODE.
           MOVE APR-RUN-MODE-SWITCH TO SECL-RUN-MODE.
           MOVE APR-REFUSAL-ENTRY-ID TO SECL-ENTRY-ID.
           WRITE SECL-RECORD.
           CLOSE INPTSECL-FILE.
       1220-EXIT.
           EXIT.

004130*----------------------------------------------------------------
004140* 2000-WORK-PENDING-QUEUE
004150*     READ THE NEXT INPTHOLD RECORD IN KEY SEQUENCE.  A PENDING
004730*     RECORD LOGICALLY DELETED, A REINSTATE FLIPS A DELETED
004740*     RECORD BACK TO ACTIVE (AND IS REFUSED IF THE RECORD IS
004750*     NOT DELETED - SOMETHING ELSE ALREADY REVIVED IT) - THEN
004756*     JOURNAL THE CHANGE (3100), WRITE THE INPTLOG AND INPTIF
004762*     RECORDS INPUTPRINT WOULD HAVE WRITTEN AT ENTRY TIME AND
004770*     MARK THE HOLD RECORD RELEASED.  A RELEASE THAT CANNOT BE
004780*     APPLIED IN BATCH MODE IS COUNTED AS AN UNUSABLE DECISION
004790*     AND NAMED ON SYSOUT, THE SAME AS 6100'S OWN REFUSALS, SO
004800*     THE RUN ENDS WITH RETURN CODE 4 AND THE SCHEDULER SEES
004810*     IT.
004820*----------------------------------------------------------------
004830 3000-RELEASE-DELETE.
004840     MOVE HOLD-ENTRY-ID TO MST-ENTRY-ID.
004950             END-IF
004960             GO TO 3000-EXIT
004970     END-READ.
004975     MOVE MST-RECORD TO APR-JRN-BEFORE-IMAGE.
004980     IF HOLD-TYPE-REINSTATE
004990         IF NOT MST-STATUS-DELETED
005000             IF APR-BATCH-MODE
005180     MOVE APR-RUN-TIME TO MST-LAST-UPDATE-TIME.
005190     MOVE APR-APPROVER-ID TO MST-LAST-OPERATOR-ID.
005200     REWRITE MST-RECORD.
005205     PERFORM 3100-WRITE-JOURNAL-RECORD THRU 3100-EXIT.
005210     PERFORM 5000-WRITE-LOG-AND-IF THRU 5000-EXIT.
005220     SET HOLD-STATUS-RELEASED TO TRUE.
005230     MOVE APR-APPROVER-ID TO HOLD-APPROVER-ID.
005280 3000-EXIT.
005290     EXIT.
005300
      *----------------------------------------------------------------
      * 3100-WRITE-JOURNAL-RECORD
      *     ADD ONE RECORD TO THE INPTJRNL CHANGE JOURNAL FOR THE
      *     RELEASED DELETE OR REINSTATE: THE MASTER RECORD AS 3000
      *     READ IT AND AS IT WAS JUST REWRITTEN.  THE OPERATOR WHO
      *     ASKED FOR THE CHANGE IS THE HOLD RECORD'S REQUESTOR; THE
      *     APPROVER IS THE OPERATOR WHO RELEASED IT.
      *----------------------------------------------------------------
       3100-WRITE-JOURNAL-RECORD.
           ADD 1 TO APR-JRN-SEQUENCE.
           MOVE MST-ENTRY-ID TO JRN-ENTRY-ID.
           MOVE APR-RUN-DATE TO JRN-CHANGE-DATE.
           MOVE APR-RUN-TIME TO JRN-CHANGE-TIME.
           MOVE APR-JRN-SEQUENCE TO JRN-SEQUENCE.
           MOVE MST-LAST-ACTION TO JRN-ACTION.
           MOVE "INPTAPPR" TO JRN-PROGRAM-ID.
           MOVE HOLD-REQUESTOR-ID TO JRN-OPERATOR-ID.
           MOVE APR-APPROVER-ID TO JRN-APPROVER-ID.
           SET JRN-BEFORE-PRESENT TO TRUE.
           MOVE APR-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE MST-RECORD TO JRN-AFTER-IMAGE.
           WRITE JRN-RECORD
               INVALID KEY
                   DISPLAY "*** UNABLE TO WRITE JOURNAL RECORD FOR "
                       "ENTRY ID " MST-ENTRY-ID " ***"
           END-WRITE.
       3100-EXIT.
           EXIT.

005310*----------------------------------------------------------------
005320* 4000-REJECT-DELETE
005330*     LEAVE INPTMST UNTOUCHED, MARK THE HOLD RECORD REJECTED,
005670     MOVE HOLD-DESCRIPTION TO LOG-DESCRIPTION.
005680     MOVE APR-APPROVER-ID TO LOG-OPERATOR-ID.
005690     MOVE HOLD-CATEGORY-CODE TO LOG-CATEGORY-CODE.
005695     MOVE SPACES TO LOG-REJECT-REASON.
005700     WRITE INPTLOG-RECORD.
005710 4100-EXIT.
005720     EXIT.
005930     MOVE HOLD-DESCRIPTION TO LOG-DESCRIPTION.
005940     MOVE APR-APPROVER-ID TO LOG-OPERATOR-ID.
005950     MOVE HOLD-CATEGORY-CODE TO LOG-CATEGORY-CODE.
005955     MOVE SPACES TO LOG-REJECT-REASON.
005960     WRITE INPTLOG-RECORD.
005970     IF HOLD-TYPE-REINSTATE
005980         MOVE "R" TO INPTIF-RECORD-TYPE
006070     WRITE INPTIF-RECORD.
006080     ADD 1 TO APR-IF-DETAIL-COUNT.
006090     ADD INPTIF-ENTRY-ID TO APR-IF-HASH-TOTAL.
006093     ADD 1 TO APR-IF-RUN-COUNT.
006096     ADD INPTIF-ENTRY-ID TO APR-IF-RUN-HASH.
006100 5000-EXIT.
006110     EXIT.
006120
006360*     IS TURNED AWAY - NAMED ON SYSOUT AND COUNTED - WHEN ITS
006370*     FIELDS ARE UNUSABLE, THE HOLD IS NOT ON FILE OR NOT
006380*     PENDING, OR THE APPROVER IS THE ORIGINAL REQUESTOR (THE
006390*     SAME OPERATOR CANNOT BOTH KEY AND APPROVE A DELETE).  THE
006392*     APPROVER ID MUST ALSO PASS THE SAME INPTOPER CHECK AN
006394*     INTERACTIVE APPROVER DOES; A REFUSED ID IS WRITTEN TO
006396*     INPTSECL WITH THE DECISION'S ENTRY ID.
006400*----------------------------------------------------------------
006410 6100-APPLY-ONE-DECISION.
006420     IF DEC-ENTRY-ID NOT NUMERIC
006480             " ***"
006490         GO TO 6100-EXIT
006500     END-IF.
           MOVE DEC-APPROVER-ID TO APR-APPROVER-ID.
           PERFORM 1210-AUTHORIZE-APPROVER THRU 1210-EXIT.
           IF APR-REFUSAL-REASON NOT = SPACES
               ADD 1 TO APR-DECISIONS-INVALID
               DISPLAY "*** DECISION FOR ENTRY ID " DEC-ENTRY-ID
                   " - APPROVER " DEC-APPROVER-ID " REFUSED, REASON "
                   APR-REFUSAL-REASON " ***"
               MOVE DEC-ENTRY-ID TO APR-REFUSAL-ENTRY-ID
               PERFORM 1220-LOG-REFUSAL THRU 1220-EXIT
               GO TO 6100-EXIT
           END-IF.
006510     MOVE DEC-ENTRY-ID TO HOLD-ENTRY-ID.
006520     READ INPTHOLD-FILE
006530         INVALID KEY
006680             " - REQUESTOR CANNOT APPROVE OWN REQUEST ***"
006690         GO TO 6100-EXIT
006700     END-IF.
006720     IF DEC-DECISION-RELEASE
006730         PERFORM 3000-RELEASE-DELETE THRU 3000-EXIT
006740     ELSE
007460 8000-EXIT.
007470     EXIT.
007480
      *----------------------------------------------------------------
      * 8500-WRITE-RUN-CONTROL
      *     APPEND THIS RUN'S STATISTICS TO THE SHARED INPTRCTL
      *     RUN-CONTROL FILE FOR THE INPTPROF BALANCING PROOF, THE
      *     SAME WAY INPUTPRINT DOES.  A RELEASED HOLD WRITES ONE
      *     ACCEPTED INPTLOG AND ONE INPTIF RECORD (5000), A REJECTED
      *     ONE A REJECTED INPTLOG RECORD ONLY (4100); EITHER WAY THE
      *     HOLD LEAVES THE PENDING QUEUE.  IN BATCH EACH DECISION
      *     CARRIES ITS OWN APPROVER, SO THE RUN IS STAMPED WITH THE
      *     PROGRAM NAME INSTEAD.
      *----------------------------------------------------------------
       8500-WRITE-RUN-CONTROL.
           OPEN EXTEND INPTRCTL-FILE.
           IF APR-RCT-FILE-STATUS = "35"
               OPEN OUTPUT INPTRCTL-FILE
           END-IF.
           MOVE SPACES TO RCT-RECORD.
           SET RCT-TYPE-JOB TO TRUE.
           MOVE "INPTAPPR" TO RCT-PROGRAM-ID.
           MOVE APR-RUN-DATE TO RCT-RUN-DATE.
           MOVE APR-RUN-TIME TO RCT-RUN-TIME.
           MOVE APR-RUN-DATE TO RCT-BUSINESS-DATE.
           MOVE APR-RUN-MODE-SWITCH TO RCT-RUN-MODE.
           IF APR-BATCH-MODE
               MOVE "INPTAPPR" TO RCT-OPERATOR-ID
               MOVE APR-DECISIONS-READ TO RCT-RECORDS-READ
           ELSE
               MOVE APR-APPROVER-ID TO RCT-OPERATOR-ID
               MOVE APR-HOLD-COUNT TO RCT-RECORDS-READ
           END-IF.
           MOVE APR-RETURN-CODE TO RCT-RETURN-CODE.
           MOVE APR-RELEASED-COUNT TO RCT-ACCEPTED-COUNT.
           MOVE APR-REJECTED-COUNT TO RCT-REJECTED-COUNT.
           MOVE APR-IF-RUN-COUNT TO RCT-LOG-ACCEPTED-COUNT.
           MOVE APR-REJECTED-COUNT TO RCT-LOG-REJECTED-COUNT.
           MOVE APR-IF-RUN-COUNT TO RCT-IF-DETAIL-COUNT.
           MOVE APR-IF-RUN-HASH TO RCT-IF-HASH-TOTAL.
           MOVE APR-IF-DETAIL-COUNT TO RCT-IF-TRL-DETAIL-COUNT.
           MOVE APR-IF-HASH-TOTAL TO RCT-IF-TRL-HASH-TOTAL.
           MOVE ZEROS TO RCT-QUEUE-MOVEMENT.
           ADD APR-RELEASED-COUNT APR-REJECTED-COUNT
               GIVING RCT-HOLD-CLEARED.
           MOVE ZEROS TO RCT-QUEUE-CLOSE.
           WRITE RCT-RECORD.
           CLOSE INPTRCTL-FILE.
       8500-EXIT.
           EXIT.

007490*----------------------------------------------------------------
007500* 9000-TERMINATE
007510*     CLOSE ALL OPEN FILES BEFORE STOP RUN.
007540     PERFORM 8000-WRITE-IF-TRAILER THRU 8000-EXIT.
007550     CLOSE INPTHOLD-FILE.
007560     CLOSE INPTMST-FILE.
007565     CLOSE INPTJRNL-FILE.
007570     CLOSE INPTLOG-FILE.
007580     CLOSE INPTIF-FILE.
007590     IF APR-BATCH-MODE
007600         CLOSE INPTADEC-FILE
007610         CLOSE INPTACTL-FILE
007620     END-IF.
007622     IF APR-OPER-TABLE-OPEN
007624         CLOSE INPTOPER-FILE
007626     END-IF.
007630 9000-EXIT.
007640     EXIT.

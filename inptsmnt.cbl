000363*                  SECOND PASS NO LONGER RE-OFFERS FIXED AND
000364*                  KILLED RECORDS OR CLOBBERS AN EARLIER PASS'S
000365*                  RESUBMIT FILE.
      * 2026-10-15  DRO  THE OPERATOR IS NOW AUTHORIZED AGAINST THE
      *                  INPTOPER OPERATOR TABLE (1400) BEFORE THE
      *                  SUSPENSE FILE IS OPENED.  AN UNKNOWN,
      *                  REVOKED OR JOB ID, OR ONE WITHOUT THE
      *                  SUSPENSE-WORKER ROLE, IS REFUSED, WRITTEN TO
      *                  THE INPTSECL SECURITY AUDIT TRAIL, AND ENDS
      *                  THE RUN WITH RETURN CODE 16.
      * 2026-10-15  DRO  AT END OF PASS THE WORKED, RESUBMITTED AND
      *                  KILLED COUNTS ARE APPENDED TO THE SHARED
      *                  INPTRCTL RUN-CONTROL FILE (8500) SO THE
      *                  INPTPROF BALANCING PROOF CAN ACCOUNT FOR THE
      *                  SUSPENSE RECORDS THE PASS CLEARED.
      * 2026-10-15  DRO  THE RESUBMIT TYPE PROMPT NOW OFFERS THE NEW
      *                  TYPE "N" (NOTE) ALONGSIDE A/C/D/R.
000366*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000524     SELECT INPTSUSO-FILE ASSIGN TO INPTSUSO
000526         ORGANIZATION IS SEQUENTIAL.
000530
           SELECT INPTOPER-FILE ASSIGN TO INPTOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS SMT-OPER-FILE-STATUS.

           SELECT INPTSECL-FILE ASSIGN TO INPTSECL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SMT-SECL-FILE-STATUS.

           SELECT INPTRCTL-FILE ASSIGN TO INPTRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SMT-RCT-FILE-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  INPTSUSP-FILE
000646     LABEL RECORDS ARE STANDARD.
000647     COPY INPTSUSP REPLACING LEADING ==SUSP-== BY ==SUSO-==.
000650
       FD  INPTOPER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INPTOPER.

       FD  INPTSECL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY INPTSECL.

       FD  INPTRCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY INPTRCTL.

000660 WORKING-STORAGE SECTION.
000670 77  SMT-SUSP-FILE-STATUS       PIC X(02) VALUE SPACES.
000673 77  SMT-OPER-FILE-STATUS       PIC X(02) VALUE SPACES.
000676 77  SMT-SECL-FILE-STATUS       PIC X(02) VALUE SPACES.
000678 77  SMT-RCT-FILE-STATUS        PIC X(02) VALUE SPACES.
000680
000690 77  SMT-OPERATOR-ID            PIC X(08) VALUE SPACES.
000700 77  SMT-RUN-DATE               PIC 9(08).
000701 77  SMT-RUN-TIME               PIC 9(08).
000702
000703 77  SMT-SIGN-ON-SWITCH         PIC X(01) VALUE "N".
000704     88  SMT-SIGN-ON-REFUSED    VALUE "Y".
000705 77  SMT-REFUSAL-REASON         PIC X(02) VALUE SPACES.
000706 77  SMT-RETURN-CODE            PIC 9(02) COMP VALUE 0.
000710
000720 77  SMT-SUSP-EOF-SWITCH        PIC X(01) VALUE "N".
000730     88  SMT-SUSP-EOF-YES       VALUE "Y".
000950*----------------------------------------------------------------
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000972     IF SMT-SIGN-ON-REFUSED
000974         MOVE SMT-RETURN-CODE TO RETURN-CODE
000976         STOP RUN
000978     END-IF.
000980     PERFORM 2000-WORK-SUSPENSE-QUEUE THRU 2000-EXIT
000990         UNTIL SMT-SUSP-EOF-YES.
001000     PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT.
001005     PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT.
001010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001020     STOP RUN.
001030
001040*----------------------------------------------------------------
001050* 1000-INITIALIZE
001060*     SIGN ON THE CORRECTING OPERATOR, AUTHORIZE THE ID AGAINST
001063*     INPTOPER (A REFUSED SIGN-ON LEAVES HERE WITH NOTHING
001066*     OPENED AND ENDS THE RUN), AND OPEN THE FILES.  A
001070*     MISSING INPTSUSP (FILE STATUS "35") JUST MEANS THERE IS
001080*     NOTHING TO WORK.
001090*----------------------------------------------------------------
001130     IF SMT-OPERATOR-ID = SPACES
001140         MOVE "UNKNOWN" TO SMT-OPERATOR-ID
001150     END-IF.
001152     PERFORM 1400-AUTHORIZE-OPERATOR THRU 1400-EXIT.
001154     IF SMT-SIGN-ON-REFUSED
001156         GO TO 1000-EXIT
001158     END-IF.
001160     ACCEPT SMT-RUN-DATE FROM DATE YYYYMMDD.
001165     ACCEPT SMT-RUN-TIME FROM TIME.
001170     OPEN INPUT INPTSUSP-FILE.
001180     IF SMT-SUSP-FILE-STATUS = "35"
001190         DISPLAY "NO SUSPENSE FILE TO WORK" UPON CONSOLE
001230 1000-EXIT.
001240     EXIT.
001250
      *----------------------------------------------------------------
      * 1400-AUTHORIZE-OPERATOR
      *     LOOK THE SIGNED-ON OPERATOR UP ON THE INPTOPER OPERATOR
      *     TABLE.  THE ID MUST BE ON FILE, ACTIVE, A PERSON RATHER
      *     THAN A BATCH JOB ID, AND HOLD THE SUSPENSE-WORKER ROLE.
      *     A MISSING TABLE (FILE STATUS "35") REFUSES EVERYONE.  A
      *     REFUSAL IS NAMED, WRITTEN TO INPTSECL (1410), AND ENDS
      *     THE RUN WITH RETURN CODE 16 BEFORE ANY WORK IS DONE.
      *----------------------------------------------------------------
       1400-AUTHORIZE-OPERATOR.
           MOVE SPACES TO SMT-REFUSAL-REASON.
           OPEN INPUT INPTOPER-FILE.
           IF SMT-OPER-FILE-STATUS = "35"
               MOVE "NT" TO SMT-REFUSAL-REASON
           ELSE
               MOVE SMT-OPERATOR-ID TO OPER-ID
               READ INPTOPER-FILE
                   INVALID KEY
                       MOVE "UN" TO SMT-REFUSAL-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT OPER-STATUS-ACTIVE
                               MOVE "RV" TO SMT-REFUSAL-REASON
                           WHEN OPER-TYPE-JOB
                               MOVE "JB" TO SMT-REFUSAL-REASON
                           WHEN NOT OPER-IS-SUSPENSE-WORKER
                               MOVE "RL" TO SMT-REFUSAL-REASON
                       END-EVALUATE
               END-READ
               CLOSE INPTOPER-FILE
           END-IF.
           IF SMT-REFUSAL-REASON NOT = SPACES
               SET SMT-SIGN-ON-REFUSED TO TRUE
               MOVE 16 TO SMT-RETURN-CODE
               PERFORM 1410-LOG-REFUSED-SIGN-ON THRU 1410-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1410-LOG-REFUSED-SIGN-ON
      *     NAME THE REFUSED SIGN-ON ON THE CONSOLE AND APPEND IT TO
      *     THE INPTSECL SECURITY AUDIT TRAIL, CREATING THE TRAIL ON
      *     FIRST USE.
      *----------------------------------------------------------------
       1410-LOG-REFUSED-SIGN-ON.
           DISPLAY "*** SIGN-ON REFUSED FOR " SMT-OPERATOR-ID
               " - REASON " SMT-REFUSAL-REASON " - RUN ENDED ***"
               UPON CONSOLE.
           OPEN EXTEND INPTSECL-FILE.
           IF SMT-SECL-FILE-STATUS = "35"
               OPEN OUTPUT INPTSECL-FILE
           END-IF.
           MOVE SPACES TO SECL-RECORD.
           ACCEPT SECL-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT SECL-EVENT-TIME FROM TIME.
           MOVE "INPTSMNT" TO SECL-PROGRAM-ID.
           MOVE SMT-OPERATOR-ID TO SECL-OPERATOR-ID.
           SET SECL-ROLE-SUSPENSE TO TRUE.
           MOVE SMT-REFUSAL-REASON TO SECL-REASON-CODE.
           SET SECL-MODE-INTERACTIVE TO TRUE.
           MOVE 0 TO SECL-ENTRY-ID.
           WRITE SECL-RECORD.
           CLOSE INPTSECL-FILE.
       1410-EXIT.
           EXIT.

001260*----------------------------------------------------------------
001270* 2000-WORK-SUSPENSE-QUEUE
001280*----------------------------------------------------------------
002020     MOVE SUSP-DESCRIPTION TO RSUB-DESCRIPTION.
002025     MOVE SUSP-CATEGORY-CODE TO RSUB-CATEGORY-CODE.
002030     MOVE SMT-OPERATOR-ID TO RSUB-OPERATOR-ID.
002040     DISPLAY "NEW TYPE (A/C/D/R/N, BLANK KEEPS "
002050         SUSP-RECORD-TYPE "): " UPON CONSOLE.
002060     ACCEPT SMT-NEW-TYPE FROM CONSOLE.
002070     IF SMT-NEW-TYPE NOT = SPACE
002470 7000-EXIT.
002480     EXIT.
002490
      *----------------------------------------------------------------
      * 8500-WRITE-RUN-CONTROL
      *     APPEND THIS PASS'S STATISTICS TO THE SHARED INPTRCTL
      *     RUN-CONTROL FILE FOR THE INPTPROF BALANCING PROOF, THE
      *     SAME WAY INPUTPRINT DOES.  A RESUBMITTED OR KILLED RECORD
      *     HAS LEFT SUSPENSE; A SKIPPED ONE IS CARRIED FORWARD ON
      *     INPTSUSO AND STAYS IN THE BACKLOG.  NOTHING IS WRITTEN TO
      *     INPTLOG OR INPTIF HERE - A RESUBMITTED RECORD IS COUNTED
      *     BY THE INPUTPRINT RUN THAT READS IT BACK IN.
      *----------------------------------------------------------------
       8500-WRITE-RUN-CONTROL.
           OPEN EXTEND INPTRCTL-FILE.
           IF SMT-RCT-FILE-STATUS = "35"
               OPEN OUTPUT INPTRCTL-FILE
           END-IF.
           MOVE SPACES TO RCT-RECORD.
           SET RCT-TYPE-JOB TO TRUE.
           MOVE "INPTSMNT" TO RCT-PROGRAM-ID.
           MOVE SMT-RUN-DATE TO RCT-RUN-DATE.
           MOVE SMT-RUN-TIME TO RCT-RUN-TIME.
           MOVE SMT-RUN-DATE TO RCT-BUSINESS-DATE.
           MOVE SMT-OPERATOR-ID TO RCT-OPERATOR-ID.
           SET RCT-MODE-INTERACTIVE TO TRUE.
           MOVE SMT-RETURN-CODE TO RCT-RETURN-CODE.
           MOVE SMT-WORKED-COUNT TO RCT-RECORDS-READ.
           MOVE SMT-RESUBMIT-COUNT TO RCT-ACCEPTED-COUNT.
           MOVE SMT-KILLED-COUNT TO RCT-REJECTED-COUNT.
           MOVE ZEROS TO RCT-LOG-ACCEPTED-COUNT.
           MOVE ZEROS TO RCT-LOG-REJECTED-COUNT.
           MOVE ZEROS TO RCT-IF-DETAIL-COUNT.
           MOVE ZEROS TO RCT-IF-HASH-TOTAL.
           MOVE ZEROS TO RCT-IF-TRL-DETAIL-COUNT.
           MOVE ZEROS TO RCT-IF-TRL-HASH-TOTAL.
           MOVE ZEROS TO RCT-QUEUE-MOVEMENT.
           ADD SMT-RESUBMIT-COUNT SMT-KILLED-COUNT
               GIVING RCT-SUSP-CLEARED.
           MOVE ZEROS TO RCT-QUEUE-CLOSE.
           WRITE RCT-RECORD.
           CLOSE INPTRCTL-FILE.
       8500-EXIT.
           EXIT.

002500*----------------------------------------------------------------
002510* 9000-TERMINATE
002520*----------------------------------------------------------------

001792*                  HOLDS ITS ID ONLY ON INPTPEND UNTIL RELEASE,
001793*                  AND A FRESH COUNTER WOULD HAND THE SAME ID
001794*                  OUT AGAIN AND MAKE THE RELEASE FAIL.
      * 2026-10-15  DRO  OPERATOR SIGN-ON IS NOW AUTHORIZED AGAINST
      *                  THE INPTOPER OPERATOR TABLE (1400).  AN
      *                  UNKNOWN OR REVOKED ID, ONE WITHOUT THE KEYER
      *                  ROLE, OR A BATCH JOB ID KEYED AT THE CONSOLE
      *                  IS REFUSED BEFORE ANY FILE IS OPENED, THE
      *                  ATTEMPT IS WRITTEN TO THE INPTSECL SECURITY
      *                  AUDIT TRAIL (1410), AND THE RUN ENDS WITH
      *                  RETURN CODE 16.  THE BATCH PARM OPERATOR ID
      *                  (OR ITS "BATCH" DEFAULT) MUST BE REGISTERED
      *                  THE SAME WAY, SO A BATCH RUN CANNOT STAMP AN
      *                  ARBITRARY ID ON INPTLOG AND INPTMST.
      * 2026-10-15  DRO  INPTPEND NOW HAS ITS OWN COPYBOOK (INPTPEND)
      *                  AND EVERY PARKED ENTRY IS STAMPED WITH THIS
      *                  RUN'S DATE AND TIME (5400), SO THE INPTBOUT
      *                  BACKOUT JOB CAN WITHDRAW WHAT A RUN PARKED.
      * 2026-10-15  DRO  EVERY INPTMST ADD AND CORRECT NOW ALSO WRITES A
      *                  BEFORE/AFTER IMAGE RECORD TO THE NEW INPTJRNL
      *                  CHANGE JOURNAL (1210, 5900) FOR THE DAILY
      *                  INPTJRPT CHANGE REPORT.
      * 2026-10-15  DRO  AT END OF RUN THE RUN STATISTICS - RECORDS
      *                  READ, ACCEPTED AND REJECTED, INPTLOG AND INPTIF
      *                  RECORDS WRITTEN, THE TRAILER LEFT, AND WHAT
      *                  WENT ONTO INPTHOLD, INPTPEND AND INPTSUSP - ARE
      *                  APPENDED TO THE SHARED INPTRCTL RUN-CONTROL
      *                  FILE (8500) FOR THE INPTPROF BALANCING PROOF.
      * 2026-10-15  DRO  ADDED RECORD TYPE "N" (NOTE).  A NOTE ATTACHES
      *                  A DATED, OPERATOR-STAMPED LINE OF FREE TEXT TO
      *                  AN ENTRY ALREADY ON INPTMST (A NOTE AGAINST AN
      *                  ID NOT ON FILE REJECTS "NF", A FUTURE NOTE DATE
      *                  "DT") AND IS FILED ON THE NEW INPTNOTE FILE
      *                  UNDER THE NEXT SEQUENCE NUMBER FOR THE ID
      *                  (5500).  IT IS LOGGED TO INPTLOG LIKE ANY
      *                  ACCEPTED ENTRY BUT NEVER WRITTEN TO INPTIF.
      * 2026-10-15  DRO  AN ADD OR CORRECT UNDER A CATEGORY FLAGGED
      *                  VERIFY-REQUIRED ON INPTCAT IS NO LONGER APPLIED
      *                  HERE.  IT IS QUEUED ON THE NEW INPTVRFY BLIND
      *                  RE-KEY QUEUE (5600) AND WAITS THERE UNTIL A
      *                  SECOND OPERATOR RE-KEYS IT THROUGH THE INPTVRFY
      *                  TRANSACTION, WHICH DOES THE MASTER, INPTLOG AND
      *                  INPTIF WORK ON A MATCH.  THE AUTO-ASSIGNED
      *                  ENTRY ID NOW ALSO ALLOWS FOR ADDS WAITING ON
      *                  THE QUEUE (1250), AND THE COUNT QUEUED GOES ON
      *                  INPTRPT AND INPTRCTL.
      * 2026-10-15  DRO  A REJECTED INPTLOG RECORD NOW CARRIES THE
      *                  REJECT REASON IN THE NEW LOG-REJECT-REASON (THE
      *                  SAME CODE WRITTEN TO SUSP-REASON-CODE), SO
      *                  REJECTS CAN BE COUNTED BY REASON FROM THE LOG.
      * 2026-10-15  DRO  INPTMST NOW HAS ALTERNATE KEYS ON
      *                  MST-CATEGORY-CODE AND MST-DESCRIPTION, BOTH
      *                  WITH DUPLICATES, FOR THE INPTBRWS MASTER
      *                  BROWSE.  THE SELECT HERE DECLARES THEM TOO.
001795*----------------------------------------------------------------
001800
001810 ENVIRONMENT DIVISION.
002220         ORGANIZATION IS INDEXED
002230         ACCESS MODE IS DYNAMIC
002240         RECORD KEY IS MST-ENTRY-ID
002242         ALTERNATE RECORD KEY IS MST-CATEGORY-CODE
002244             WITH DUPLICATES
002246         ALTERNATE RECORD KEY IS MST-DESCRIPTION
002248             WITH DUPLICATES
002250         FILE STATUS IS IPT-MST-FILE-STATUS.
002260
002270     SELECT INPTHOLD-FILE ASSIGN TO INPTHOLD
002360         RECORD KEY IS CAT-CODE
002370         FILE STATUS IS IPT-CAT-FILE-STATUS.
002380
           SELECT INPTOPER-FILE ASSIGN TO INPTOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS IPT-OPER-FILE-STATUS.

           SELECT INPTSECL-FILE ASSIGN TO INPTSECL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IPT-SECL-FILE-STATUS.

           SELECT INPTJRNL-FILE ASSIGN TO INPTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS IPT-JRN-FILE-STATUS.

           SELECT INPTRCTL-FILE ASSIGN TO INPTRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IPT-RCT-FILE-STATUS.

           SELECT INPTNOTE-FILE ASSIGN TO INPTNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS IPT-NOTE-FILE-STATUS.

           SELECT INPTVRFY-FILE ASSIGN TO INPTVRFY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRFY-ENTRY-ID
               FILE STATUS IS IPT-VRFY-FILE-STATUS.

002390 DATA DIVISION.
002400 FILE SECTION.
002410 FD  INPTLOG-FILE
002880 FD  INPTPEND-FILE
002890     RECORDING MODE IS F
002900     LABEL RECORDS ARE STANDARD.
002910     COPY INPTPEND.
002920
002930 FD  INPTMST-FILE
002940     LABEL RECORDS ARE STANDARD.
003020     LABEL RECORDS ARE STANDARD.
003030     COPY INPTCAT.
003040
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

       FD  INPTNOTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INPTNOTE.

       FD  INPTVRFY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INPTVRFY.

003050 WORKING-STORAGE SECTION.
003060 COPY INPTREC REPLACING LEADING ==INPT-== BY ==IPTWK-==.
003070
003230 77  IPT-PEND-FILE-STATUS       PIC X(02) VALUE SPACES.
003232 77  IPT-IF-FILE-STATUS         PIC X(02) VALUE SPACES.
003240 77  IPT-CAT-FILE-STATUS        PIC X(02) VALUE SPACES.
       77  IPT-OPER-FILE-STATUS       PIC X(02) VALUE SPACES.
       77  IPT-SECL-FILE-STATUS       PIC X(02) VALUE SPACES.
       77  IPT-JRN-FILE-STATUS        PIC X(02) VALUE SPACES.
       77  IPT-JRN-SEQUENCE           PIC 9(04) COMP VALUE 0.
       77  IPT-RCT-FILE-STATUS        PIC X(02) VALUE SPACES.
       77  IPT-NOTE-FILE-STATUS       PIC X(02) VALUE SPACES.
       77  IPT-NOTE-SEQUENCE          PIC 9(04) COMP VALUE 0.
       77  IPT-NOTE-EOF-SWITCH        PIC X(01) VALUE "N".
           88  IPT-NOTE-EOF-YES       VALUE "Y".
       77  IPT-VRFY-FILE-STATUS       PIC X(02) VALUE SPACES.
       77  IPT-VRFY-EOF-SWITCH        PIC X(01) VALUE "N".
           88  IPT-VRFY-EOF-YES       VALUE "Y".

       77  IPT-SIGN-ON-SWITCH         PIC X(01) VALUE "N".
           88  IPT-SIGN-ON-REFUSED    VALUE "Y".
       77  IPT-REFUSAL-REASON         PIC X(02) VALUE SPACES.
003250
003260 77  IPT-CAT-TABLE-OPEN-SWITCH  PIC X(01) VALUE "N".
003270     88  IPT-CAT-TABLE-OPEN     VALUE "Y".
003580     88  IPT-FUTURE-DATED       VALUE "Y".
003590     88  IPT-NOT-FUTURE         VALUE "N".
003600
003602 77  IPT-VERIFY-SWITCH          PIC X(01) VALUE "N".
003604     88  IPT-VERIFY-REQUIRED    VALUE "Y".
003606     88  IPT-VERIFY-NOT-REQUIRED VALUE "N".
003608
003610 77  IPT-DATE-INPUT             PIC X(08) VALUE SPACES.
003620 01  IPT-ENTRY-DATE-PARTS.
003630     05  IPT-EDP-YEAR           PIC 9(04).
003730 77  IPT-RECORDS-PENDING-REINST PIC 9(06) COMP VALUE 0.
003740 77  IPT-RECORDS-PARKED         PIC 9(06) COMP VALUE 0.
003750 77  IPT-RECORDS-IF-WRITTEN     PIC 9(06) COMP VALUE 0.
003752 77  IPT-RECORDS-SUSPENDED      PIC 9(06) COMP VALUE 0.
003753 77  IPT-RECORDS-NOTED          PIC 9(06) COMP VALUE 0.
003754 77  IPT-RECORDS-VERIFY-QUEUED  PIC 9(06) COMP VALUE 0.
003755 77  IPT-LOG-ACCEPTED-COUNT     PIC 9(06) COMP VALUE 0.
003756 77  IPT-LOG-REJECTED-COUNT     PIC 9(06) COMP VALUE 0.
003758 77  IPT-IF-RUN-HASH            PIC 9(12) VALUE 0.
003760
003770 77  IPT-EDIT-COUNT             PIC ZZZ,ZZ9.
003780
004570     05  LINE 1  COLUMN 1   VALUE "INPUTPRINT ENTRY MAINTENANCE".
004580     05  LINE 2  COLUMN 1   VALUE "OPERATOR ID  : ".
004590     05  LINE 2  COLUMN 17  PIC X(08) FROM IPT-OPERATOR-ID.
004600     05  LINE 3  COLUMN 1   VALUE "TYPE A/C/D/R/N :".
004610     05  LINE 3  COLUMN 17  PIC X(01) FROM IPTWK-RECORD-TYPE.
004620     05  LINE 3  COLUMN 30  VALUE "ENTRY ID : ".
004630     05  LINE 3  COLUMN 41  PIC 9(06) FROM IPTWK-ENTRY-ID.
004870*----------------------------------------------------------------
004880 0000-MAINLINE.
004890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004892     IF IPT-SIGN-ON-REFUSED
004894         MOVE IPT-RETURN-CODE TO RETURN-CODE
004896         STOP RUN
004898     END-IF.
004900     IF IPT-BATCH-MODE
004910         PERFORM 3000-BATCH-CONTROL THRU 3000-EXIT
004920     ELSE
004960     PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT.
004970     PERFORM 7500-WRITE-INTERFACE-TRAILER THRU 7500-EXIT.
004980     PERFORM 8000-VERIFY-INTERFACE-FILE THRU 8000-EXIT.
004985     PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT.
004990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005000     MOVE IPT-RETURN-CODE TO RETURN-CODE.
005010     STOP RUN.
005030*----------------------------------------------------------------
005040* 1000-INITIALIZE
005050*     ESTABLISH THE RUN MODE FROM THE PARM, SIGN ON THE OPERATOR,
005053*     AUTHORIZE THE ID AGAINST INPTOPER (A REFUSED SIGN-ON
005056*     LEAVES HERE WITH NOTHING OPENED AND ENDS THE RUN),
005060*     OPEN THE AUDIT LOG, MASTER, HOLD AND SUSPENSE FILES AND
005070*     (FOR BATCH) THE FIRST INPUT FILE, AND CAPTURE THE RUN
005080*     DATE/TIME STAMP CARRIED ON EVERY LOG RECORD WRITTEN THIS
005140         MOVE "I" TO IPT-RUN-MODE-SWITCH
005150     END-IF.
005160     PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT.
005162     PERFORM 1400-AUTHORIZE-OPERATOR THRU 1400-EXIT.
005164     IF IPT-SIGN-ON-REFUSED
005166         GO TO 1000-EXIT
005168     END-IF.
005170     IF IPT-BATCH-MODE
005180         MOVE IPT-PARM-RESTART-POINT TO IPT-RESTART-POINT
005190         IF IPT-PARM-FILE-COUNT NUMERIC
005410         OPEN OUTPUT INPTPEND-FILE
005420     END-IF.
005430     PERFORM 1200-OPEN-MASTER-FILE THRU 1200-EXIT.
005435     PERFORM 1210-OPEN-JOURNAL-FILE THRU 1210-EXIT.
005437     PERFORM 1220-OPEN-VERIFY-QUEUE THRU 1220-EXIT.
005440     PERFORM 1250-SEED-NEXT-ENTRY-ID THRU 1250-EXIT.
005450     PERFORM 1300-OPEN-HOLD-FILE THRU 1300-EXIT.
005455     PERFORM 1320-OPEN-NOTE-FILE THRU 1320-EXIT.
005460     PERFORM 1350-OPEN-CATEGORY-TABLE THRU 1350-EXIT.
005520     IF IPT-BATCH-MODE
005530         MOVE 1 TO IPT-CURRENT-FILE-NUMBER
006430 1200-EXIT.
006440     EXIT.
006450
      *----------------------------------------------------------------
      * 1210-OPEN-JOURNAL-FILE
      *     OPEN THE INPTJRNL CHANGE JOURNAL FOR UPDATE, WITH THE SAME
      *     FIRST-RUN HANDLING AS THE MASTER FILE.
      *----------------------------------------------------------------
       1210-OPEN-JOURNAL-FILE.
           OPEN I-O INPTJRNL-FILE.
           IF IPT-JRN-FILE-STATUS = "35"
               OPEN OUTPUT INPTJRNL-FILE
               CLOSE INPTJRNL-FILE
               OPEN I-O INPTJRNL-FILE
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1220-OPEN-VERIFY-QUEUE
      *     OPEN THE INPTVRFY BLIND RE-KEY QUEUE FOR UPDATE, WITH THE
      *     SAME FIRST-RUN HANDLING AS THE MASTER FILE.
      *----------------------------------------------------------------
       1220-OPEN-VERIFY-QUEUE.
           OPEN I-O INPTVRFY-FILE.
           IF IPT-VRFY-FILE-STATUS = "35"
               OPEN OUTPUT INPTVRFY-FILE
               CLOSE INPTVRFY-FILE
               OPEN I-O INPTVRFY-FILE
           END-IF.
       1220-EXIT.
           EXIT.

006460*----------------------------------------------------------------
006470* 1250-SEED-NEXT-ENTRY-ID
006480*     THE INTERACTIVE AUTO-ASSIGNED ENTRY ID MUST PICK UP WHERE
006520*     IN KEY SEQUENCE AND KEEP THE LAST (HIGHEST) KEY SEEN, THEN
006522*     MERGE IN THE INPTPEND HIGH KEY 1150 ALREADY CAPTURED - AN
006524*     ID ASSIGNED TO A PARKED ADD IS SPOKEN FOR EVEN THOUGH IT
006526*     IS NOT ON THE MASTER YET.  AN ADD STILL WAITING ON THE
006528*     INPTVRFY QUEUE HOLDS ITS ID THE SAME WAY (1270).
006530*----------------------------------------------------------------
006540 1250-SEED-NEXT-ENTRY-ID.
006550     MOVE 0 TO IPT-NEXT-ENTRY-ID.
006632     IF IPT-PEND-HIGH-KEY > IPT-NEXT-ENTRY-ID
006634         MOVE IPT-PEND-HIGH-KEY TO IPT-NEXT-ENTRY-ID
006636     END-IF.
           MOVE "N" TO IPT-VRFY-EOF-SWITCH.
           MOVE ZEROS TO VRFY-ENTRY-ID.
           START INPTVRFY-FILE KEY NOT LESS THAN VRFY-ENTRY-ID
               INVALID KEY
                   SET IPT-VRFY-EOF-YES TO TRUE
           END-START.
           PERFORM 1270-SCAN-VERIFY-QUEUE THRU 1270-EXIT
               UNTIL IPT-VRFY-EOF-YES.
006640 1250-EXIT.
006650     EXIT.
006660
006770 1260-EXIT.
006780     EXIT.
006790
      *----------------------------------------------------------------
      * 1270-SCAN-VERIFY-QUEUE
      *----------------------------------------------------------------
       1270-SCAN-VERIFY-QUEUE.
           READ INPTVRFY-FILE NEXT RECORD
               AT END
                   SET IPT-VRFY-EOF-YES TO TRUE
               NOT AT END
                   IF VRFY-TYPE-ADD AND VRFY-STATUS-WAITING
                           AND VRFY-ENTRY-ID > IPT-NEXT-ENTRY-ID
                       MOVE VRFY-ENTRY-ID TO IPT-NEXT-ENTRY-ID
                   END-IF
           END-READ.
       1270-EXIT.
           EXIT.

006800*----------------------------------------------------------------
006810* 1300-OPEN-HOLD-FILE
006820*     OPEN INPTHOLD FOR UPDATE.  SAME FIRST-RUN HANDLING AS THE
006920 1300-EXIT.
006930     EXIT.
006940
      *----------------------------------------------------------------
      * 1320-OPEN-NOTE-FILE
      *     OPEN THE INPTNOTE ENTRY NOTES FILE FOR UPDATE.  SAME
      *     FIRST-RUN HANDLING AS THE MASTER FILE ABOVE.
      *----------------------------------------------------------------
       1320-OPEN-NOTE-FILE.
           OPEN I-O INPTNOTE-FILE.
           IF IPT-NOTE-FILE-STATUS = "35"
               OPEN OUTPUT INPTNOTE-FILE
               CLOSE INPTNOTE-FILE
               OPEN I-O INPTNOTE-FILE
           END-IF.
       1320-EXIT.
           EXIT.

006950*----------------------------------------------------------------
006960* 1350-OPEN-CATEGORY-TABLE
006970*     OPEN THE INPTCAT CATEGORY TABLE FOR VALIDATION LOOKUPS.  A
007110 1350-EXIT.
007120     EXIT.
007130
      *----------------------------------------------------------------
      * 1400-AUTHORIZE-OPERATOR
      *     LOOK THE SIGNED-ON OPERATOR (OR, IN BATCH, THE PARM JOB
      *     ID) UP ON THE INPTOPER OPERATOR TABLE.  THE ID MUST BE ON
      *     FILE, ACTIVE, AND HOLD THE KEYER ROLE, AND A BATCH JOB ID
      *     MAY NOT BE KEYED AT THE CONSOLE.  A MISSING TABLE (FILE
      *     STATUS "35" - INPTOMNT HAS NEVER BEEN RUN) REFUSES
      *     EVERYONE RATHER THAN LETTING ANY ID THROUGH.  A REFUSAL
      *     IS NAMED, WRITTEN TO INPTSECL (1410), AND SETS RETURN
      *     CODE 16; 0000-MAINLINE THEN ENDS THE RUN BEFORE ANY WORK.
      *----------------------------------------------------------------
       1400-AUTHORIZE-OPERATOR.
           MOVE SPACES TO IPT-REFUSAL-REASON.
           OPEN INPUT INPTOPER-FILE.
           IF IPT-OPER-FILE-STATUS = "35"
               MOVE "NT" TO IPT-REFUSAL-REASON
           ELSE
               MOVE IPT-OPERATOR-ID TO OPER-ID
               READ INPTOPER-FILE
                   INVALID KEY
                       MOVE "UN" TO IPT-REFUSAL-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT OPER-STATUS-ACTIVE
                               MOVE "RV" TO IPT-REFUSAL-REASON
                           WHEN IPT-INTERACTIVE-MODE AND OPER-TYPE-JOB
                               MOVE "JB" TO IPT-REFUSAL-REASON
                           WHEN NOT OPER-IS-KEYER
                               MOVE "RL" TO IPT-REFUSAL-REASON
                       END-EVALUATE
               END-READ
               CLOSE INPTOPER-FILE
           END-IF.
           IF IPT-REFUSAL-REASON NOT = SPACES
               SET IPT-SIGN-ON-REFUSED TO TRUE
               MOVE 16 TO IPT-RETURN-CODE
               PERFORM 1410-LOG-REFUSED-SIGN-ON THRU 1410-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1410-LOG-REFUSED-SIGN-ON
      *     NAME THE REFUSED SIGN-ON (SYSOUT IN BATCH, THE CONSOLE
      *     INTERACTIVELY) AND APPEND IT TO THE INPTSECL SECURITY
      *     AUDIT TRAIL, CREATING THE TRAIL ON FIRST USE.
      *----------------------------------------------------------------
       1410-LOG-REFUSED-SIGN-ON.
           IF IPT-BATCH-MODE
               DISPLAY "*** SIGN-ON REFUSED FOR " IPT-OPERATOR-ID
                   " - REASON " IPT-REFUSAL-REASON " - RUN ENDED ***"
           ELSE
               DISPLAY "*** SIGN-ON REFUSED FOR " IPT-OPERATOR-ID
                   " - REASON " IPT-REFUSAL-REASON " - RUN ENDED ***"
                   UPON CONSOLE
           END-IF.
           OPEN EXTEND INPTSECL-FILE.
           IF IPT-SECL-FILE-STATUS = "35"
               OPEN OUTPUT INPTSECL-FILE
           END-IF.
           MOVE SPACES TO SECL-RECORD.
           ACCEPT SECL-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT SECL-EVENT-TIME FROM TIME.
           MOVE "INPUTPRINT" TO SECL-PROGRAM-ID.
           MOVE IPT-OPERATOR-ID TO SECL-OPERATOR-ID.
           SET SECL-ROLE-KEYER TO TRUE.
           MOVE IPT-REFUSAL-REASON TO SECL-REASON-CODE.
           MOVE IPT-RUN-MODE-SWITCH TO SECL-RUN-MODE.
           MOVE 0 TO SECL-ENTRY-ID.
           WRITE SECL-RECORD.
           CLOSE INPTSECL-FILE.
       1410-EXIT.
           EXIT.

007140*----------------------------------------------------------------
007150* 2000-ACCEPT-AND-DISPLAY
007160*     PROMPT THE OPERATOR FOR ONE ENTRY, DISPLAY IT BACK, AND
007380*     RETURNING CONTROL TO 2000-ACCEPT-AND-DISPLAY'S PERFORM)
007390*     WHENEVER THE ENTRY IS REJECTED.  AN ADD IS GIVEN A NEW
007400*     SYSTEM-ASSIGNED ENTRY-ID; A CORRECT OR DELETE MUST NAME THE
007410*     ENTRY-ID OF THE ITEM ALREADY ON THE MASTER FILE, AS MUST A
007415*     NOTE, WHOSE TEXT IS KEYED IN PLACE OF A DESCRIPTION.
007420*----------------------------------------------------------------
007430 2050-ACCEPT-ENTRY.
007440     DISPLAY "Enter type (A=Add, C=Correct, D=Delete, "
007450         "R=Reinstate, N=Note): "
007460         UPON CONSOLE.
007470     ACCEPT IPTWK-RECORD-TYPE FROM CONSOLE.
007480     IF IPTWK-TYPE-ADD
007550     DISPLAY "Enter some text: " UPON CONSOLE.
007560     ACCEPT IPTWK-DESCRIPTION FROM CONSOLE.
007570     IF NOT IPTWK-TYPE-DELETE AND NOT IPTWK-TYPE-REINSTATE
007575             AND NOT IPTWK-TYPE-NOTE
007580         DISPLAY "Enter category code: " UPON CONSOLE
007590         ACCEPT IPTWK-CATEGORY-CODE FROM CONSOLE
007600     ELSE
008160     MOVE IPT-RUN-TIME TO LOG-RUN-TIME.
008170     IF IPT-RECORD-VALID
008180         SET LOG-STATUS-ACCEPTED TO TRUE
008185         ADD 1 TO IPT-LOG-ACCEPTED-COUNT
008190     ELSE
008200         SET LOG-STATUS-REJECTED TO TRUE
008205         ADD 1 TO IPT-LOG-REJECTED-COUNT
008210     END-IF.
008220     IF IPT-POSSIBLE-DUPLICATE
008230         SET LOG-POSSIBLE-DUPLICATE TO TRUE
008330     MOVE IPTWK-DESCRIPTION TO LOG-DESCRIPTION.
008340     MOVE IPTWK-OPERATOR-ID TO LOG-OPERATOR-ID.
008350     MOVE IPTWK-CATEGORY-CODE TO LOG-CATEGORY-CODE.
008351     IF IPT-RECORD-VALID
008352         MOVE SPACES TO LOG-REJECT-REASON
008353     ELSE
008354         MOVE IPT-REJECT-REASON TO LOG-REJECT-REASON
008355     END-IF.
008360     WRITE INPTLOG-RECORD.
008370 2100-EXIT.
008380     EXIT.
008530     MOVE IPTWK-CATEGORY-CODE TO SUSP-CATEGORY-CODE.
008540     MOVE IPT-REJECT-REASON TO SUSP-REASON-CODE.
008550     WRITE SUSP-RECORD.
008555     ADD 1 TO IPT-RECORDS-SUSPENDED.
008560 2110-EXIT.
008570     EXIT.
008580
008730     WRITE INPTIF-RECORD.
008740     ADD 1 TO IPT-RECORDS-IF-WRITTEN.
008750     ADD INPTIF-ENTRY-ID TO IPT-IF-HASH-TOTAL.
008755     ADD INPTIF-ENTRY-ID TO IPT-IF-RUN-HASH.
008760 2200-EXIT.
008770     EXIT.
008780
011210     SET IPT-RECORD-VALID TO TRUE.
011220     SET IPT-NOT-DUPLICATE TO TRUE.
011230     SET IPT-NOT-FUTURE TO TRUE.
011235     SET IPT-VERIFY-NOT-REQUIRED TO TRUE.
011240     MOVE SPACES TO IPT-OLD-DESCRIPTION.
011250     MOVE SPACES TO IPT-SCREEN-MESSAGE.
011260     MOVE SPACES TO IPT-REJECT-REASON.
011270     IF NOT IPTWK-TYPE-ADD AND NOT IPTWK-TYPE-CORRECT
011280             AND NOT IPTWK-TYPE-DELETE
011290             AND NOT IPTWK-TYPE-REINSTATE
011295             AND NOT IPTWK-TYPE-NOTE
011300         SET IPT-RECORD-INVALID TO TRUE
011310         MOVE "TY" TO IPT-REJECT-REASON
011320     IF IPT-BATCH-MODE
011800*     CORRECT OR DELETE MUST NAME ONE THAT IS ON FILE AND NOT
011810*     ALREADY LOGICALLY DELETED; A REINSTATE MUST NAME ONE THAT
011820*     IS ON FILE AND DELETED - IT EXISTS TO UNDO A DELETE, SO AN
011830*     ACTIVE ENTRY REJECTS WITH REASON "ND".  A NOTE NEEDS ONLY
011837*     AN ENTRY ON FILE - A DELETED ITEM CAN STILL BE ANNOTATED,
011844*     SAY WITH WHY IT WENT.  THE OLD DESCRIPTION IS SAVED FOR
011851*     DISPLAY ON THE MAINTENANCE SCREEN.
011860*----------------------------------------------------------------
011870 4050-VALIDATE-MASTER-ENTRY.
011880     MOVE IPTWK-ENTRY-ID TO MST-ENTRY-ID.
012290                 END-IF
012300             ELSE
012310                 IF MST-STATUS-DELETED
012315                         AND NOT IPTWK-TYPE-NOTE
012320                     SET IPT-RECORD-INVALID TO TRUE
012330                     MOVE "DL" TO IPT-REJECT-REASON
012340                     IF IPT-BATCH-MODE
012540*     DATE; A PAST DATE IS LEFT ALONE (RESUBMITTED SUSPENSE
012550*     RECORDS CARRY THEIR ORIGINAL DATES); A FUTURE DATE MUST AT
012560*     LEAST LOOK LIKE A CALENDAR DATE AND FLAGS THE ENTRY FOR
012570*     PARKING ON INPTPEND INSTEAD OF DISPATCH.  A NOTE RECORDS
012573*     WHAT WAS SAID ON A DAY ALREADY COME, SO IT IS NEVER PARKED
012576*     - A FUTURE NOTE DATE REJECTS WITH REASON "DT".
012580*----------------------------------------------------------------
012590 4100-VALIDATE-ENTRY-DATE.
012600     IF IPTWK-ENTRY-DATE NOT NUMERIC
012740         MOVE IPT-RUN-DATE TO IPTWK-ENTRY-DATE
012750         GO TO 4100-EXIT
012760     END-IF.
           IF IPTWK-ENTRY-DATE > IPT-RUN-DATE AND IPTWK-TYPE-NOTE
               SET IPT-RECORD-INVALID TO TRUE
               MOVE "DT" TO IPT-REJECT-REASON
               IF IPT-BATCH-MODE
                   DISPLAY "*** ENTRY REJECTED - NOTE DATE IS IN THE "
                       "FUTURE ***"
               ELSE
                   DISPLAY "*** ENTRY REJECTED - NOTE DATE IS IN THE "
                       "FUTURE ***"
                       UPON CONSOLE
               END-IF
               GO TO 4100-EXIT
           END-IF.
012770     IF IPTWK-ENTRY-DATE > IPT-RUN-DATE
012780         MOVE IPTWK-ENTRY-DATE TO IPT-ENTRY-DATE-PARTS
012790         IF IPT-EDP-MONTH < 1 OR IPT-EDP-MONTH > 12
013050*     LOOKUP WITH NO CATEGORY TABLE ON THE RUN - REJECTS THE
013060*     ENTRY WITH REASON "CA".  A DELETE OR REINSTATE NEVER
013070*     FAILS OVER ITS INHERITED CATEGORY - IT IS NOT SUPPLYING
013080*     NEW CONTENT, ONLY CHANGING THE ITEM'S STATUS.  NOR DOES A
013085*     NOTE, WHICH ALWAYS FILES UNDER THE ITEM'S OWN CATEGORY.
013090*----------------------------------------------------------------
013100 4150-VALIDATE-CATEGORY.
013110     IF NOT IPTWK-TYPE-ADD
013120             AND IPTWK-CATEGORY-CODE = SPACES
013130         MOVE MST-CATEGORY-CODE TO IPTWK-CATEGORY-CODE
013140     END-IF.
013142     IF IPTWK-TYPE-NOTE
013144         MOVE MST-CATEGORY-CODE TO IPTWK-CATEGORY-CODE
013146         GO TO 4150-EXIT
013148     END-IF.
013150     IF IPTWK-TYPE-DELETE OR IPTWK-TYPE-REINSTATE
013160         GO TO 4150-EXIT
013170     END-IF.
013300         NOT INVALID KEY
013310             IF CAT-STATUS-RETIRED
013320                 PERFORM 4160-REJECT-CATEGORY THRU 4160-EXIT
013322             ELSE
013324                 IF CAT-VERIFY-REQUIRED
013326                     SET IPT-VERIFY-REQUIRED TO TRUE
013328                 END-IF
013330             END-IF
013340     END-READ.
013350 4150-EXIT.
014890*     A VALID FUTURE-DATED ENTRY OF ANY TYPE IS PARKED ON
014900*     INPTPEND INSTEAD AND IS DISPATCHED BY THE DAILY INPTPREL
014910*     JOB WHEN ITS EFFECTIVE DATE ARRIVES.
014913*     A NOTE IS FILED ON INPTNOTE AND LOGGED, BUT NEVER GOES TO
014916*     INPTIF - DOWNSTREAM DOES NOT TAKE NOTES.
014920*----------------------------------------------------------------
014930 5000-DISPATCH-BY-TYPE.
014932     IF IPT-VERIFY-REQUIRED
014934         PERFORM 5600-QUEUE-FOR-VERIFY THRU 5600-EXIT
014936         GO TO 5000-EXIT
014938     END-IF.
014940     IF IPT-FUTURE-DATED
014950         PERFORM 5400-PARK-FUTURE-ENTRY THRU 5400-EXIT
014960         GO TO 5000-EXIT
015100             PERFORM 5300-DELETE-ENTRY THRU 5300-EXIT
015110         WHEN IPTWK-TYPE-REINSTATE
015120             PERFORM 5300-DELETE-ENTRY THRU 5300-EXIT
015122         WHEN IPTWK-TYPE-NOTE
015124             PERFORM 5500-ADD-NOTE THRU 5500-EXIT
015126             PERFORM 4220-REGISTER-DUP-ENTRY THRU 4220-EXIT
015128             PERFORM 2100-WRITE-LOG-RECORD THRU 2100-EXIT
015130     END-EVALUATE.
015140 5000-EXIT.
015150     EXIT.
015170*----------------------------------------------------------------
015180* 5100-ADD-ENTRY
015190*     HANDLE AN ADD-TYPE ENTRY - A BRAND NEW ITEM BEING RECORDED
015200*     FOR THE FIRST TIME.  CREATES THE INPTMST MASTER RECORD
015205*     AND JOURNALS IT (5900).
015210*----------------------------------------------------------------
015220 5100-ADD-ENTRY.
015230     MOVE IPTWK-ENTRY-ID TO MST-ENTRY-ID.
015350             DISPLAY "*** UNABLE TO ADD MASTER RECORD FOR "
015360                 "ENTRY ID " IPTWK-ENTRY-ID " ***"
015370                 UPON CONSOLE
015375         NOT INVALID KEY
015376             SET JRN-BEFORE-NONE TO TRUE
015377             MOVE SPACES TO JRN-BEFORE-IMAGE
015378             PERFORM 5900-WRITE-JOURNAL-RECORD THRU 5900-EXIT
015380     END-WRITE.
015390     IF IPT-BATCH-MODE
015400         DISPLAY "ADD      : " IPTWK-DESCRIPTION
015490*     HANDLE A CORRECT-TYPE ENTRY - A CHANGE TO A PREVIOUSLY
015500*     RECORDED ITEM.  REWRITES THE INPTMST MASTER RECORD AND
015510*     SHOWS OLD-VS-NEW ON THE MAINTENANCE SCREEN (VIA
015520*     IPT-OLD-DESCRIPTION, ALREADY CAPTURED BY 4050).  THE
015525*     RECORD AS READ IS KEPT AS THE JOURNAL BEFORE-IMAGE (5900).
015530*----------------------------------------------------------------
015540 5200-CORRECT-ENTRY.
015550     MOVE IPTWK-ENTRY-ID TO MST-ENTRY-ID.
015600                 UPON CONSOLE
015610         NOT INVALID KEY
015620             MOVE MST-DESCRIPTION TO IPT-OLD-DESCRIPTION
015623             SET JRN-BEFORE-PRESENT TO TRUE
015626             MOVE MST-RECORD TO JRN-BEFORE-IMAGE
015630             MOVE IPTWK-DESCRIPTION TO MST-DESCRIPTION
015640             MOVE IPTWK-ENTRY-DATE TO MST-LAST-UPDATE-DATE
015650             MOVE IPT-RUN-TIME TO MST-LAST-UPDATE-TIME
015670             SET MST-ACTION-CORRECT TO TRUE
015680             MOVE IPTWK-CATEGORY-CODE TO MST-CATEGORY-CODE
015690             REWRITE MST-RECORD
015695             PERFORM 5900-WRITE-JOURNAL-RECORD THRU 5900-EXIT
015700     END-READ.
015710     IF IPT-BATCH-MODE
015720         DISPLAY "CORRECT  : OLD=" IPT-OLD-DESCRIPTION
017130*----------------------------------------------------------------
017140* 5400-PARK-FUTURE-ENTRY
017150*     WRITE A VALID FUTURE-DATED ENTRY TO THE INPTPEND PENDING-
017160*     RELEASE FILE, STAMPED WITH THIS RUN'S DATE AND TIME.  NO
017170*     MASTER UPDATE, LOG OR INTERFACE RECORD HAPPENS NOW - THE
017180*     DAILY INPTPREL JOB DISPATCHES THE ENTRY THROUGH ALL OF THAT
017190*     ON THE DAY ITS EFFECTIVE DATE ARRIVES.
017200*----------------------------------------------------------------
017210 5400-PARK-FUTURE-ENTRY.
017220     MOVE IPTWK-RECORD-TYPE TO PEND-RECORD-TYPE.
017250     MOVE IPTWK-DESCRIPTION TO PEND-DESCRIPTION.
017260     MOVE IPTWK-OPERATOR-ID TO PEND-OPERATOR-ID.
017270     MOVE IPTWK-CATEGORY-CODE TO PEND-CATEGORY-CODE.
017273     MOVE IPT-RUN-DATE TO PEND-RUN-DATE.
017276     MOVE IPT-RUN-TIME TO PEND-RUN-TIME.
017280     WRITE PEND-RECORD.
017290     ADD 1 TO IPT-RECORDS-PARKED.
017300     IF IPT-BATCH-MODE
017380 5400-EXIT.
017390     EXIT.
017400
      *----------------------------------------------------------------
      * 5500-ADD-NOTE
      *     FILE A NOTE ON INPTNOTE UNDER THE NEXT SEQUENCE NUMBER FOR
      *     ITS ENTRY-ID (5510), DATED WITH THE NOTE DATE, STAMPED
      *     WITH THE OPERATOR WHO KEYED IT AND WITH THIS RUN'S DATE
      *     AND TIME.  THE MASTER RECORD IS NOT TOUCHED.
      *----------------------------------------------------------------
       5500-ADD-NOTE.
           PERFORM 5510-FIND-LAST-NOTE THRU 5510-EXIT.
           IF IPT-NOTE-SEQUENCE NOT < 9999
               DISPLAY "*** NOTE LIMIT REACHED FOR ENTRY ID "
                   IPTWK-ENTRY-ID " - NOTE NOT FILED ***"
                   UPON CONSOLE
               GO TO 5500-EXIT
           END-IF.
           ADD 1 TO IPT-NOTE-SEQUENCE.
           MOVE SPACES TO NOTE-RECORD.
           MOVE IPTWK-ENTRY-ID TO NOTE-ENTRY-ID.
           MOVE IPT-NOTE-SEQUENCE TO NOTE-SEQUENCE.
           SET NOTE-STATUS-ACTIVE TO TRUE.
           MOVE IPTWK-ENTRY-DATE TO NOTE-DATE.
           MOVE IPTWK-OPERATOR-ID TO NOTE-OPERATOR-ID.
           MOVE IPTWK-DESCRIPTION TO NOTE-TEXT.
           MOVE IPT-RUN-DATE TO NOTE-RUN-DATE.
           MOVE IPT-RUN-TIME TO NOTE-RUN-TIME.
           MOVE 0 TO NOTE-WITHDRAWN-DATE.
           MOVE 0 TO NOTE-WITHDRAWN-TIME.
           WRITE NOTE-RECORD
               INVALID KEY
                   DISPLAY "*** UNABLE TO WRITE NOTE RECORD FOR "
                       "ENTRY ID " IPTWK-ENTRY-ID " ***"
                       UPON CONSOLE
                   GO TO 5500-EXIT
           END-WRITE.
           ADD 1 TO IPT-RECORDS-NOTED.
           IF IPT-BATCH-MODE
               DISPLAY "NOTE     : " IPTWK-ENTRY-ID "-" NOTE-SEQUENCE
                   " " IPTWK-DESCRIPTION
           ELSE
               DISPLAY "NOTE     : " IPTWK-ENTRY-ID "-" NOTE-SEQUENCE
                   " " IPTWK-DESCRIPTION UPON CONSOLE
           END-IF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5510-FIND-LAST-NOTE
      *     POSITION ON THE FIRST NOTE FOR THE ENTRY-ID AND READ
      *     FORWARD UNTIL THE ID CHANGES, LEAVING THE HIGHEST
      *     SEQUENCE NUMBER ALREADY USED (ZERO FOR AN ITEM WITH NO
      *     NOTES YET) IN IPT-NOTE-SEQUENCE.
      *----------------------------------------------------------------
       5510-FIND-LAST-NOTE.
           MOVE 0 TO IPT-NOTE-SEQUENCE.
           MOVE "N" TO IPT-NOTE-EOF-SWITCH.
           MOVE IPTWK-ENTRY-ID TO NOTE-ENTRY-ID.
           MOVE 0 TO NOTE-SEQUENCE.
           START INPTNOTE-FILE KEY NOT LESS THAN NOTE-KEY
               INVALID KEY
                   SET IPT-NOTE-EOF-YES TO TRUE
           END-START.
           PERFORM 5520-READ-NEXT-NOTE THRU 5520-EXIT
               UNTIL IPT-NOTE-EOF-YES.
       5510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5520-READ-NEXT-NOTE
      *----------------------------------------------------------------
       5520-READ-NEXT-NOTE.
           READ INPTNOTE-FILE NEXT RECORD
               AT END
                   SET IPT-NOTE-EOF-YES TO TRUE
               NOT AT END
                   IF NOTE-ENTRY-ID NOT = IPTWK-ENTRY-ID
                       SET IPT-NOTE-EOF-YES TO TRUE
                   ELSE
                       MOVE NOTE-SEQUENCE TO IPT-NOTE-SEQUENCE
                   END-IF
           END-READ.
       5520-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5600-QUEUE-FOR-VERIFY
      *     HANDLE AN ADD OR CORRECT KEYED UNDER A VERIFY-REQUIRED
      *     CATEGORY.  THE ENTRY IS WRITTEN TO THE INPTVRFY QUEUE AS
      *     KEYED, STAMPED WITH THIS RUN'S DATE AND TIME, AND GOES NO
      *     FURTHER - NO MASTER UPDATE, LOG OR INTERFACE RECORD
      *     HAPPENS UNTIL A SECOND OPERATOR'S BLIND RE-KEY THROUGH THE
      *     INPTVRFY TRANSACTION MATCHES IT.  A FUTURE-DATED ENTRY IS
      *     QUEUED TOO; INPTVRFY PARKS IT ON INPTPEND ONCE VERIFIED.
      *     AN ENTRY-ID ALREADY WAITING IS NOT COUNTED AGAIN - THE
      *     FRESH ENTRY REPLACES IT, AS 5320 REPLACES A PENDING HOLD;
      *     A SPENT RECORD FROM AN EARLIER VERIFICATION IS REUSED.
      *----------------------------------------------------------------
       5600-QUEUE-FOR-VERIFY.
           MOVE IPTWK-ENTRY-ID TO VRFY-ENTRY-ID.
           READ INPTVRFY-FILE
               INVALID KEY
                   PERFORM 5610-WRITE-NEW-VERIFY-RECORD THRU 5610-EXIT
               NOT INVALID KEY
                   PERFORM 5620-REPLACE-VERIFY-RECORD THRU 5620-EXIT
           END-READ.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5610-WRITE-NEW-VERIFY-RECORD
      *----------------------------------------------------------------
       5610-WRITE-NEW-VERIFY-RECORD.
           PERFORM 5630-BUILD-VERIFY-RECORD THRU 5630-EXIT.
           WRITE VRFY-RECORD
               INVALID KEY
                   DISPLAY "*** UNABLE TO WRITE VERIFY RECORD "
                       "FOR ENTRY ID " IPTWK-ENTRY-ID " ***"
                       UPON CONSOLE
               NOT INVALID KEY
                   PERFORM 5640-COUNT-VERIFY-QUEUED THRU 5640-EXIT
           END-WRITE.
       5610-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5620-REPLACE-VERIFY-RECORD
      *     THE ENTRY-ID ALREADY HAS A VERIFY RECORD.  STILL WAITING
      *     (PENDING OR MISMATCHED) MEANS THE ENTRY IS ALREADY QUEUED -
      *     REPLACE IT, DROPPING ANY RE-KEYED VERSION, BUT DO NOT COUNT
      *     IT A SECOND TIME.  ANY OTHER STATUS IS SPENT AND THIS IS A
      *     NEW ENTRY ON THE QUEUE.
      *----------------------------------------------------------------
       5620-REPLACE-VERIFY-RECORD.
           IF VRFY-STATUS-WAITING
               PERFORM 5630-BUILD-VERIFY-RECORD THRU 5630-EXIT
               REWRITE VRFY-RECORD
                   INVALID KEY
                       DISPLAY "*** UNABLE TO WRITE VERIFY RECORD "
                           "FOR ENTRY ID " IPTWK-ENTRY-ID " ***"
                           UPON CONSOLE
                   NOT INVALID KEY
                       PERFORM 4220-REGISTER-DUP-ENTRY THRU 4220-EXIT
                       IF IPT-BATCH-MODE
                           DISPLAY "ALREADY AWAITING VERIFICATION - "
                               "ENTRY REPLACED : " IPTWK-ENTRY-ID
                       ELSE
                           DISPLAY "ALREADY AWAITING VERIFICATION - "
                               "ENTRY REPLACED : " IPTWK-ENTRY-ID
                               UPON CONSOLE
                       END-IF
               END-REWRITE
           ELSE
               PERFORM 5630-BUILD-VERIFY-RECORD THRU 5630-EXIT
               REWRITE VRFY-RECORD
                   INVALID KEY
                       DISPLAY "*** UNABLE TO WRITE VERIFY RECORD "
                           "FOR ENTRY ID " IPTWK-ENTRY-ID " ***"
                           UPON CONSOLE
                   NOT INVALID KEY
                       PERFORM 5640-COUNT-VERIFY-QUEUED THRU 5640-EXIT
               END-REWRITE
           END-IF.
       5620-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5630-BUILD-VERIFY-RECORD
      *----------------------------------------------------------------
       5630-BUILD-VERIFY-RECORD.
           MOVE SPACES TO VRFY-RECORD.
           MOVE IPTWK-ENTRY-ID TO VRFY-ENTRY-ID.
           SET VRFY-STATUS-PENDING TO TRUE.
           MOVE IPTWK-RECORD-TYPE TO VRFY-RECORD-TYPE.
           MOVE IPTWK-ENTRY-DATE TO VRFY-ENTRY-DATE.
           MOVE IPTWK-DESCRIPTION TO VRFY-DESCRIPTION.
           MOVE IPTWK-CATEGORY-CODE TO VRFY-CATEGORY-CODE.
           MOVE IPTWK-OPERATOR-ID TO VRFY-OPERATOR-ID.
           MOVE IPT-RUN-DATE TO VRFY-REQUEST-DATE.
           MOVE IPT-RUN-TIME TO VRFY-REQUEST-TIME.
           MOVE 0 TO VRFY-MISMATCH-DATE.
           MOVE 0 TO VRFY-MISMATCH-TIME.
           MOVE 0 TO VRFY-DECISION-DATE.
           MOVE 0 TO VRFY-DECISION-TIME.
       5630-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5640-COUNT-VERIFY-QUEUED
      *     A NEWLY QUEUED ENTRY IS A COMMITTED ENTRY FOR THIS RUN'S
      *     PURPOSES - COUNT IT AND REGISTER IT FOR SAME-RUN DUPLICATE
      *     CHECKING THE SAME AS AN ADD OR CORRECT APPLIED DIRECTLY.
      *----------------------------------------------------------------
       5640-COUNT-VERIFY-QUEUED.
           ADD 1 TO IPT-RECORDS-VERIFY-QUEUED.
           PERFORM 4220-REGISTER-DUP-ENTRY THRU 4220-EXIT.
           IF IPT-BATCH-MODE
               DISPLAY "AWAITING VERIFICATION : " IPTWK-ENTRY-ID
           ELSE
               DISPLAY "AWAITING VERIFICATION : " IPTWK-ENTRY-ID
                   UPON CONSOLE
           END-IF.
       5640-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5900-WRITE-JOURNAL-RECORD
      *     ADD ONE RECORD TO THE INPTJRNL CHANGE JOURNAL FOR THE
      *     MASTER RECORD JUST WRITTEN OR REWRITTEN.  THE CALLER HAS
      *     ALREADY SET THE BEFORE-IMAGE (OR FLAGGED THAT THERE IS
      *     NONE, FOR AN ADD); THE AFTER-IMAGE IS MST-RECORD AS IT
      *     NOW STANDS.  A CHANGE KEYED HERE NEEDS NO APPROVAL, SO
      *     THE APPROVER IS LEFT BLANK.
      *----------------------------------------------------------------
       5900-WRITE-JOURNAL-RECORD.
           ADD 1 TO IPT-JRN-SEQUENCE.
           MOVE MST-ENTRY-ID TO JRN-ENTRY-ID.
           MOVE IPT-RUN-DATE TO JRN-CHANGE-DATE.
           MOVE IPT-RUN-TIME TO JRN-CHANGE-TIME.
           MOVE IPT-JRN-SEQUENCE TO JRN-SEQUENCE.
           MOVE MST-LAST-ACTION TO JRN-ACTION.
           MOVE "INPUTPRINT" TO JRN-PROGRAM-ID.
           MOVE IPT-OPERATOR-ID TO JRN-OPERATOR-ID.
           MOVE SPACES TO JRN-APPROVER-ID.
           MOVE MST-RECORD TO JRN-AFTER-IMAGE.
           WRITE JRN-RECORD
               INVALID KEY
                   DISPLAY "*** UNABLE TO WRITE JOURNAL RECORD FOR "
                       "ENTRY ID " MST-ENTRY-ID " ***"
                       UPON CONSOLE
           END-WRITE.
       5900-EXIT.
           EXIT.

017410*----------------------------------------------------------------
017420* 6000-RECONCILE-CONTROL-TOTAL
017430*     FOR A BATCH RUN, COMPARE THE COMBINED RECORDS READ ACROSS
018450         INTO INPTRPT-LINE.
018460     WRITE INPTRPT-LINE.
018470     DISPLAY INPTRPT-LINE UPON CONSOLE.
           MOVE IPT-RECORDS-NOTED TO IPT-EDIT-COUNT.
           MOVE SPACES TO INPTRPT-LINE.
           STRING "  NOTES FILED               : " DELIMITED BY SIZE
               IPT-EDIT-COUNT DELIMITED BY SIZE
               INTO INPTRPT-LINE.
           WRITE INPTRPT-LINE.
           DISPLAY INPTRPT-LINE UPON CONSOLE.
           MOVE IPT-RECORDS-VERIFY-QUEUED TO IPT-EDIT-COUNT.
           MOVE SPACES TO INPTRPT-LINE.
           STRING "  QUEUED FOR VERIFICATION   : " DELIMITED BY SIZE
               IPT-EDIT-COUNT DELIMITED BY SIZE
               INTO INPTRPT-LINE.
           WRITE INPTRPT-LINE.
           DISPLAY INPTRPT-LINE UPON CONSOLE.
018480     IF IPT-CAT-TABLE-COUNT > 0
018490         MOVE SPACES TO INPTRPT-LINE
018500         WRITE INPTRPT-LINE
019920 8110-EXIT.
019930     EXIT.
019940
      *----------------------------------------------------------------
      * 8500-WRITE-RUN-CONTROL
      *     APPEND THIS RUN'S STATISTICS TO THE SHARED INPTRCTL
      *     RUN-CONTROL FILE FOR THE INPTPROF BALANCING PROOF.  THE
      *     FILE IS CREATED BY THE FIRST JOB THAT FINDS IT MISSING
      *     (FILE STATUS "35").  THE INPTIF FIGURES ARE THIS RUN'S
      *     OWN DETAILS ONLY, NOT THE BASE IT FOUND ON THE FILE.
      *----------------------------------------------------------------
       8500-WRITE-RUN-CONTROL.
           OPEN EXTEND INPTRCTL-FILE.
           IF IPT-RCT-FILE-STATUS = "35"
               OPEN OUTPUT INPTRCTL-FILE
           END-IF.
           MOVE SPACES TO RCT-RECORD.
           SET RCT-TYPE-JOB TO TRUE.
           MOVE "INPUTPRINT" TO RCT-PROGRAM-ID.
           MOVE IPT-RUN-DATE TO RCT-RUN-DATE.
           MOVE IPT-RUN-TIME TO RCT-RUN-TIME.
           MOVE IPT-RUN-DATE TO RCT-BUSINESS-DATE.
           MOVE IPT-OPERATOR-ID TO RCT-OPERATOR-ID.
           MOVE IPT-RUN-MODE-SWITCH TO RCT-RUN-MODE.
           MOVE IPT-RETURN-CODE TO RCT-RETURN-CODE.
           MOVE IPT-RECORDS-READ TO RCT-RECORDS-READ.
           MOVE IPT-RECORDS-ACCEPTED TO RCT-ACCEPTED-COUNT.
           MOVE IPT-RECORDS-REJECTED TO RCT-REJECTED-COUNT.
           MOVE IPT-LOG-ACCEPTED-COUNT TO RCT-LOG-ACCEPTED-COUNT.
           MOVE IPT-LOG-REJECTED-COUNT TO RCT-LOG-REJECTED-COUNT.
           MOVE IPT-RECORDS-IF-WRITTEN TO RCT-IF-DETAIL-COUNT.
           MOVE IPT-IF-RUN-HASH TO RCT-IF-HASH-TOTAL.
           MOVE IPT-IF-EXPECTED-COUNT TO RCT-IF-TRL-DETAIL-COUNT.
           MOVE IPT-IF-HASH-TOTAL TO RCT-IF-TRL-HASH-TOTAL.
           MOVE ZEROS TO RCT-QUEUE-MOVEMENT.
           MOVE IPT-RECORDS-PENDING-DELETE TO RCT-HOLD-ADDED.
           ADD IPT-RECORDS-PENDING-REINST TO RCT-HOLD-ADDED.
           MOVE IPT-RECORDS-PARKED TO RCT-PEND-ADDED.
           MOVE IPT-RECORDS-SUSPENDED TO RCT-SUSP-ADDED.
           MOVE ZEROS TO RCT-QUEUE-CLOSE.
           MOVE IPT-RECORDS-VERIFY-QUEUED TO RCT-VRFY-ADDED.
           MOVE ZEROS TO RCT-VRFY-CLEARED.
           MOVE ZEROS TO RCT-VRFY-CLOSE.
           WRITE RCT-RECORD.
           CLOSE INPTRCTL-FILE.
       8500-EXIT.
           EXIT.

019950*----------------------------------------------------------------
019960* 9000-TERMINATE
019970*     CLOSE ALL OPEN FILES BEFORE STOP RUN.  INPTIF IS ALREADY
020060     CLOSE INPTSUSP-FILE.
020070     CLOSE INPTPEND-FILE.
020080     CLOSE INPTMST-FILE.
020085     CLOSE INPTJRNL-FILE.
020090     CLOSE INPTHOLD-FILE.
020095     CLOSE INPTNOTE-FILE.
020097     CLOSE INPTVRFY-FILE.
020100     IF IPT-CAT-TABLE-OPEN
020110         CLOSE INPTCAT-FILE
020120     END-IF.

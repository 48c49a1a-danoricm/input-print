000250*                  CODE STAYS EXPLAINABLE.  A RETIRED CODE CAN
000260*                  BE REACTIVATED BY ADDING IT AGAIN.  CONSOLE
000270*                  PROMPT STYLE AS IN INPTAPPR AND INPTSMNT.
      * 2026-10-15  DRO  THE OPERATOR IS NOW AUTHORIZED AGAINST THE
      *                  INPTOPER OPERATOR TABLE (1400) BEFORE INPTCAT
      *                  IS OPENED.  AN UNKNOWN, REVOKED OR JOB ID, OR
      *                  ONE WITHOUT THE CATEGORY-MAINTAINER ROLE, IS
      *                  REFUSED, WRITTEN TO THE INPTSECL SECURITY
      *                  AUDIT TRAIL, AND ENDS THE RUN WITH RETURN
      *                  CODE 16.
      * 2026-10-15  DRO  ALSO MAINTAINS THE NEW INPTSUBS SUBSCRIPTION
      *                  TABLE THAT INPTROUT ROUTES THE NIGHT'S INPTIF
      *                  BY: SUBSCRIBE (S) A SUBSCRIBER TO AN ACTIVE
      *                  CATEGORY CODE (OR "*ALL") FOR SOME OR ALL
      *                  RECORD TYPES, AND END (E) A SUBSCRIPTION.
      *                  RETIRING A CODE THAT STILL HAS ACTIVE
      *                  SUBSCRIPTIONS NOW WARNS THE OPERATOR, SINCE
      *                  THOSE SUBSCRIBERS WILL STOP RECEIVING IT.
      * 2026-10-15  DRO  NEW VERIFY FLAG (V) ACTION SETS OR CLEARS THE
      *                  INPTCAT VERIFY-REQUIRED FLAG (6500).  ADDS AND
      *                  CORRECTS UNDER A FLAGGED CODE WAIT ON THE NEW
      *                  INPTVRFY QUEUE FOR A BLIND RE-KEY.  ADDING OR
      *                  REACTIVATING A CODE NOW ASKS FOR THE FLAG TOO.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000420         RECORD KEY IS CAT-CODE
000430         FILE STATUS IS CMT-CAT-FILE-STATUS.
000440
           SELECT INPTOPER-FILE ASSIGN TO INPTOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS CMT-OPER-FILE-STATUS.

           SELECT INPTSUBS-FILE ASSIGN TO INPTSUBS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-KEY
               FILE STATUS IS CMT-SUBS-FILE-STATUS.

           SELECT INPTSECL-FILE ASSIGN TO INPTSECL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMT-SECL-FILE-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  INPTCAT-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY INPTCAT.
000500
       FD  INPTOPER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INPTOPER.

       FD  INPTSUBS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INPTSUBS.

       FD  INPTSECL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY INPTSECL.

000510 WORKING-STORAGE SECTION.
000520 77  CMT-CAT-FILE-STATUS        PIC X(02) VALUE SPACES.
000523 77  CMT-OPER-FILE-STATUS       PIC X(02) VALUE SPACES.
000526 77  CMT-SECL-FILE-STATUS       PIC X(02) VALUE SPACES.
000528 77  CMT-SUBS-FILE-STATUS       PIC X(02) VALUE SPACES.
000530
000540 77  CMT-OPERATOR-ID            PIC X(08) VALUE SPACES.
000550 77  CMT-RUN-DATE               PIC 9(08).
000560
000561 77  CMT-SIGN-ON-SWITCH         PIC X(01) VALUE "N".
000562     88  CMT-SIGN-ON-REFUSED    VALUE "Y".
000563 77  CMT-REFUSAL-REASON         PIC X(02) VALUE SPACES.
000564 77  CMT-RETURN-CODE            PIC 9(02) COMP VALUE 0.
000565
000570 77  CMT-DONE-SWITCH            PIC X(01) VALUE "N".
000580     88  CMT-DONE-YES           VALUE "Y".
000590
000610     88  CMT-ACTION-ADD         VALUE "A".
000620     88  CMT-ACTION-RETIRE      VALUE "R".
000630     88  CMT-ACTION-QUIT        VALUE "Q".
000633     88  CMT-ACTION-SUBSCRIBE   VALUE "S".
000636     88  CMT-ACTION-END-SUB     VALUE "E".
000638     88  CMT-ACTION-VERIFY      VALUE "V".
000640
000650 77  CMT-WORK-CODE              PIC X(04) VALUE SPACES.
000660 77  CMT-WORK-DESCRIPTION       PIC X(30) VALUE SPACES.
       77  CMT-WORK-SUBSCRIBER-ID     PIC X(08) VALUE SPACES.
       77  CMT-WORK-RECORD-TYPES      PIC X(08) VALUE SPACES.
       77  CMT-WORK-VERIFY-FLAG       PIC X(01) VALUE SPACES.
           88  CMT-VERIFY-FLAG-VALID  VALUE "Y" "N".
       77  CMT-TYPE-INDEX             PIC 9(04) COMP.
       77  CMT-TYPE-ERROR-SWITCH      PIC X(01) VALUE "N".
           88  CMT-TYPE-ERROR         VALUE "Y".
       77  CMT-TYPE-CODE              PIC X(01).
           88  CMT-TYPE-CODE-VALID    VALUE " " "A" "C" "D" "R".
       77  CMT-SUBS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  CMT-SUBS-EOF-YES       VALUE "Y".
       77  CMT-SUBSCRIBER-COUNT       PIC 9(04) COMP VALUE 0.
000670
000680 77  CMT-ADDED-COUNT            PIC 9(04) COMP VALUE 0.
000690 77  CMT-RETIRED-COUNT          PIC 9(04) COMP VALUE 0.
000693 77  CMT-SUBSCRIBED-COUNT       PIC 9(04) COMP VALUE 0.
000696 77  CMT-SUB-ENDED-COUNT        PIC 9(04) COMP VALUE 0.
000698 77  CMT-VERIFY-CHANGED-COUNT   PIC 9(04) COMP VALUE 0.
000700
000710 PROCEDURE DIVISION.
000720*----------------------------------------------------------------
000740*----------------------------------------------------------------
000750 0000-MAINLINE.
000760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000762     IF CMT-SIGN-ON-REFUSED
000764         MOVE CMT-RETURN-CODE TO RETURN-CODE
000766         STOP RUN
000768     END-IF.
000770     PERFORM 2000-TAKE-ONE-ACTION THRU 2000-EXIT
000780         UNTIL CMT-DONE-YES.
000790     PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT.
000820
000830*----------------------------------------------------------------
000840* 1000-INITIALIZE
000850*     SIGN ON THE OPERATOR, AUTHORIZE THE ID AGAINST INPTOPER
000853*     (A REFUSED SIGN-ON LEAVES HERE WITH NOTHING OPENED AND
000856*     ENDS THE RUN), AND OPEN THE TABLE FOR UPDATE, WITH
000860*     THE SAME FIRST-RUN (FILE STATUS "35") CREATE-EMPTY
000870*     HANDLING INPUTPRINT GIVES ITS INDEXED FILES.  THE
000875*     INPTSUBS SUBSCRIPTION TABLE IS OPENED THE SAME WAY.
000880*----------------------------------------------------------------
000890 1000-INITIALIZE.
000900     DISPLAY "Enter operator ID: " UPON CONSOLE.
000920     IF CMT-OPERATOR-ID = SPACES
000930         MOVE "UNKNOWN" TO CMT-OPERATOR-ID
000940     END-IF.
000942     PERFORM 1400-AUTHORIZE-OPERATOR THRU 1400-EXIT.
000944     IF CMT-SIGN-ON-REFUSED
000946         GO TO 1000-EXIT
000948     END-IF.
000950     ACCEPT CMT-RUN-DATE FROM DATE YYYYMMDD.
000960     OPEN I-O INPTCAT-FILE.
000970     IF CMT-CAT-FILE-STATUS = "35"
000990         CLOSE INPTCAT-FILE
001000         OPEN I-O INPTCAT-FILE
001010     END-IF.
001011     OPEN I-O INPTSUBS-FILE.
001012     IF CMT-SUBS-FILE-STATUS = "35"
001013         OPEN OUTPUT INPTSUBS-FILE
001014         CLOSE INPTSUBS-FILE
001015         OPEN I-O INPTSUBS-FILE
001016     END-IF.
001020 1000-EXIT.
001030     EXIT.
001040
      *----------------------------------------------------------------
      * 1400-AUTHORIZE-OPERATOR
      *     LOOK THE SIGNED-ON OPERATOR UP ON THE INPTOPER OPERATOR
      *     TABLE.  THE ID MUST BE ON FILE, ACTIVE, A PERSON RATHER
      *     THAN A BATCH JOB ID, AND HOLD THE CATEGORY-MAINTAINER ROLE.
      *     A MISSING TABLE (FILE STATUS "35") REFUSES EVERYONE.  A
      *     REFUSAL IS NAMED, WRITTEN TO INPTSECL (1410), AND ENDS
      *     THE RUN WITH RETURN CODE 16 BEFORE ANY WORK IS DONE.
      *----------------------------------------------------------------
       1400-AUTHORIZE-OPERATOR.
           MOVE SPACES TO CMT-REFUSAL-REASON.
           OPEN INPUT INPTOPER-FILE.
           IF CMT-OPER-FILE-STATUS = "35"
               MOVE "NT" TO CMT-REFUSAL-REASON
           ELSE
               MOVE CMT-OPERATOR-ID TO OPER-ID
               READ INPTOPER-FILE
                   INVALID KEY
                       MOVE "UN" TO CMT-REFUSAL-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT OPER-STATUS-ACTIVE
                               MOVE "RV" TO CMT-REFUSAL-REASON
                           WHEN OPER-TYPE-JOB
                               MOVE "JB" TO CMT-REFUSAL-REASON
                           WHEN NOT OPER-IS-CATEGORY-MAINT
                               MOVE "RL" TO CMT-REFUSAL-REASON
                       END-EVALUATE
               END-READ
               CLOSE INPTOPER-FILE
           END-IF.
           IF CMT-REFUSAL-REASON NOT = SPACES
               SET CMT-SIGN-ON-REFUSED TO TRUE
               MOVE 16 TO CMT-RETURN-CODE
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
           DISPLAY "*** SIGN-ON REFUSED FOR " CMT-OPERATOR-ID
               " - REASON " CMT-REFUSAL-REASON " - RUN ENDED ***"
               UPON CONSOLE.
           OPEN EXTEND INPTSECL-FILE.
           IF CMT-SECL-FILE-STATUS = "35"
               OPEN OUTPUT INPTSECL-FILE
           END-IF.
           MOVE SPACES TO SECL-RECORD.
           ACCEPT SECL-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT SECL-EVENT-TIME FROM TIME.
           MOVE "INPTCMNT" TO SECL-PROGRAM-ID.
           MOVE CMT-OPERATOR-ID TO SECL-OPERATOR-ID.
           SET SECL-ROLE-CATEGORY TO TRUE.
           MOVE CMT-REFUSAL-REASON TO SECL-REASON-CODE.
           SET SECL-MODE-INTERACTIVE TO TRUE.
           MOVE 0 TO SECL-ENTRY-ID.
           WRITE SECL-RECORD.
           CLOSE INPTSECL-FILE.
       1410-EXIT.
           EXIT.

001050*----------------------------------------------------------------
001060* 2000-TAKE-ONE-ACTION
001070*----------------------------------------------------------------
001080 2000-TAKE-ONE-ACTION.
001090     DISPLAY " " UPON CONSOLE.
001104     DISPLAY "ADD (A), RETIRE (R), VERIFY FLAG (V), "
001106         "SUBSCRIBE (S), END SUBSCRIPTION (E), OR QUIT (Q)? "
001108         UPON CONSOLE.
001110     ACCEPT CMT-ACTION-SWITCH FROM CONSOLE.
001120     EVALUATE TRUE
001130         WHEN CMT-ACTION-ADD
001140             PERFORM 3000-ADD-CATEGORY THRU 3000-EXIT
001150         WHEN CMT-ACTION-RETIRE
001160             PERFORM 4000-RETIRE-CATEGORY THRU 4000-EXIT
001161         WHEN CMT-ACTION-SUBSCRIBE
001162             PERFORM 5000-ADD-SUBSCRIPTION THRU 5000-EXIT
001163         WHEN CMT-ACTION-END-SUB
001164             PERFORM 6000-END-SUBSCRIPTION THRU 6000-EXIT
001165         WHEN CMT-ACTION-VERIFY
001166             PERFORM 6500-SET-VERIFY-FLAG THRU 6500-EXIT
001170         WHEN CMT-ACTION-QUIT
001180             SET CMT-DONE-YES TO TRUE
001190         WHEN OTHER
001200             DISPLAY "*** INVALID CHOICE - ENTER A, R, V, S, E "
001210                 "OR Q ***" UPON CONSOLE
001220     END-EVALUATE.
001230 2000-EXIT.
001240     EXIT.
001270* 3000-ADD-CATEGORY
001280*     ADD A NEW CATEGORY CODE, OR REACTIVATE AND REDESCRIBE A
001290*     RETIRED ONE.  AN ALREADY-ACTIVE CODE IS REFUSED SO A TYPO
001300*     CANNOT SILENTLY OVERWRITE A DESCRIPTION IN USE.  THE
001303*     VERIFY-REQUIRED FLAG IS ASKED FOR EITHER WAY (6510);
001306*     BLANK MEANS NO.
001310*----------------------------------------------------------------
001320 3000-ADD-CATEGORY.
001330     DISPLAY "CATEGORY CODE: " UPON CONSOLE.
001380     END-IF.
001390     DISPLAY "DESCRIPTION  : " UPON CONSOLE.
001400     ACCEPT CMT-WORK-DESCRIPTION FROM CONSOLE.
001402     PERFORM 6510-ACCEPT-VERIFY-FLAG THRU 6510-EXIT.
001404     IF NOT CMT-VERIFY-FLAG-VALID
001406         GO TO 3000-EXIT
001408     END-IF.
001410     MOVE CMT-WORK-CODE TO CAT-CODE.
001420     READ INPTCAT-FILE
001430         INVALID KEY
001510                 MOVE CMT-WORK-DESCRIPTION TO CAT-DESCRIPTION
001520                 MOVE CMT-RUN-DATE TO CAT-ADD-DATE
001530                 MOVE 0 TO CAT-RETIRE-DATE
001535                 MOVE CMT-WORK-VERIFY-FLAG TO CAT-VERIFY-FLAG
001540                 MOVE CMT-OPERATOR-ID TO CAT-LAST-OPERATOR-ID
001550                 REWRITE CAT-RECORD
001560                 ADD 1 TO CMT-ADDED-COUNT
001700     MOVE CMT-WORK-DESCRIPTION TO CAT-DESCRIPTION.
001710     MOVE CMT-RUN-DATE TO CAT-ADD-DATE.
001720     MOVE 0 TO CAT-RETIRE-DATE.
001725     MOVE CMT-WORK-VERIFY-FLAG TO CAT-VERIFY-FLAG.
001730     MOVE CMT-OPERATOR-ID TO CAT-LAST-OPERATOR-ID.
001740     WRITE CAT-RECORD
001750         INVALID KEY
001840
001850*----------------------------------------------------------------
001860* 4000-RETIRE-CATEGORY
001862*     A CODE THAT STILL HAS ACTIVE SUBSCRIPTIONS IS RETIRED ALL
001864*     THE SAME, BUT THE OPERATOR IS WARNED: THOSE SUBSCRIBERS
001866*     RECEIVE NOTHING NEW UNDER IT, AND INPTROUT FLAGS THE CODE
001868*     ON EVERY RUN REPORT UNTIL THE SUBSCRIPTIONS ARE ENDED.
001870*----------------------------------------------------------------
001880 4000-RETIRE-CATEGORY.
001890     DISPLAY "CATEGORY CODE TO RETIRE: " UPON CONSOLE.
002040                 ADD 1 TO CMT-RETIRED-COUNT
002050                 DISPLAY "RETIRED     : " CMT-WORK-CODE
002060                     UPON CONSOLE
002061                 PERFORM 4100-COUNT-SUBSCRIBERS THRU 4100-EXIT
002062                 IF CMT-SUBSCRIBER-COUNT > 0
002063                     DISPLAY "*** WARNING - " CMT-SUBSCRIBER-COUNT
002064                         " ACTIVE SUBSCRIPTION(S) STILL NAME "
002065                         CMT-WORK-CODE " ***" UPON CONSOLE
002066                 END-IF
002070             END-IF
002080     END-READ.
002090 4000-EXIT.
002100     EXIT.
002110
      *----------------------------------------------------------------
      * 4100-COUNT-SUBSCRIBERS
      *     COUNT THE ACTIVE SUBSCRIPTIONS NAMING CMT-WORK-CODE.  THE
      *     TABLE IS KEYED BY SUBSCRIBER FIRST, SO THE WHOLE TABLE IS
      *     READ - IT IS A FEW ROWS PER SUBSCRIBER.
      *----------------------------------------------------------------
       4100-COUNT-SUBSCRIBERS.
           MOVE 0 TO CMT-SUBSCRIBER-COUNT.
           MOVE "N" TO CMT-SUBS-EOF-SWITCH.
           MOVE LOW-VALUES TO SUB-KEY.
           START INPTSUBS-FILE KEY NOT LESS THAN SUB-KEY
               INVALID KEY
                   SET CMT-SUBS-EOF-YES TO TRUE
           END-START.
           PERFORM 4110-CHECK-ONE-SUBSCRIPTION THRU 4110-EXIT
               UNTIL CMT-SUBS-EOF-YES.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4110-CHECK-ONE-SUBSCRIPTION
      *----------------------------------------------------------------
       4110-CHECK-ONE-SUBSCRIPTION.
           READ INPTSUBS-FILE NEXT RECORD
               AT END
                   SET CMT-SUBS-EOF-YES TO TRUE
               NOT AT END
                   IF SUB-CATEGORY-CODE = CMT-WORK-CODE
                           AND SUB-STATUS-ACTIVE
                       ADD 1 TO CMT-SUBSCRIBER-COUNT
                   END-IF
           END-READ.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ADD-SUBSCRIPTION
      *     SUBSCRIBE A SUBSCRIBER TO ONE CATEGORY CODE, OR TO EVERY
      *     CODE WITH "*ALL".  A NAMED CODE MUST BE ON INPTCAT AND
      *     ACTIVE.  THE RECORD TYPES ARE KEYED AS A STRING OF TYPE
      *     CODES ("AC", "D", ...) - BLANK MEANS EVERY TYPE.  AN
      *     ALREADY-ACTIVE SUBSCRIPTION IS REFUSED, AS AN ACTIVE CODE
      *     IS IN 3000; AN ENDED ONE IS RESTARTED WITH THE NEW TYPES.
      *----------------------------------------------------------------
       5000-ADD-SUBSCRIPTION.
           DISPLAY "SUBSCRIBER ID: " UPON CONSOLE.
           ACCEPT CMT-WORK-SUBSCRIBER-ID FROM CONSOLE.
           IF CMT-WORK-SUBSCRIBER-ID = SPACES
               DISPLAY "*** SUBSCRIBER ID REQUIRED ***" UPON CONSOLE
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "CATEGORY CODE (*ALL FOR EVERY CODE): " UPON CONSOLE.
           ACCEPT CMT-WORK-CODE FROM CONSOLE.
           IF CMT-WORK-CODE = SPACES
               DISPLAY "*** CODE REQUIRED ***" UPON CONSOLE
               GO TO 5000-EXIT
           END-IF.
           IF CMT-WORK-CODE NOT = "*ALL"
               MOVE CMT-WORK-CODE TO CAT-CODE
               READ INPTCAT-FILE
                   INVALID KEY
                       DISPLAY "*** CODE NOT ON TABLE ***" UPON CONSOLE
                       GO TO 5000-EXIT
               END-READ
               IF CAT-STATUS-RETIRED
                   DISPLAY "*** CODE RETIRED - NOT SUBSCRIBED ***"
                       UPON CONSOLE
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           DISPLAY "RECORD TYPES (A/C/D/R, BLANK FOR ALL): "
               UPON CONSOLE.
           ACCEPT CMT-WORK-RECORD-TYPES FROM CONSOLE.
           MOVE "N" TO CMT-TYPE-ERROR-SWITCH.
           PERFORM 5100-CHECK-ONE-TYPE THRU 5100-EXIT
               VARYING CMT-TYPE-INDEX FROM 1 BY 1
               UNTIL CMT-TYPE-INDEX > 8.
           IF CMT-TYPE-ERROR
               DISPLAY "*** RECORD TYPES MUST BE A, C, D OR R ***"
                   UPON CONSOLE
               GO TO 5000-EXIT
           END-IF.
           MOVE CMT-WORK-SUBSCRIBER-ID TO SUB-SUBSCRIBER-ID.
           MOVE CMT-WORK-CODE TO SUB-CATEGORY-CODE.
           READ INPTSUBS-FILE
               INVALID KEY
                   PERFORM 5200-WRITE-NEW-SUBSCRIPTION THRU 5200-EXIT
               NOT INVALID KEY
                   IF SUB-STATUS-ACTIVE
                       DISPLAY "*** SUBSCRIPTION ALREADY ACTIVE - NOT "
                           "CHANGED ***" UPON CONSOLE
                   ELSE
                       SET SUB-STATUS-ACTIVE TO TRUE
                       MOVE CMT-WORK-RECORD-TYPES TO SUB-RECORD-TYPES
                       MOVE CMT-RUN-DATE TO SUB-ADD-DATE
                       MOVE 0 TO SUB-END-DATE
                       MOVE CMT-OPERATOR-ID TO SUB-LAST-OPERATOR-ID
                       REWRITE SUB-RECORD
                       ADD 1 TO CMT-SUBSCRIBED-COUNT
                       DISPLAY "RESTARTED   : " CMT-WORK-SUBSCRIBER-ID
                           " " CMT-WORK-CODE UPON CONSOLE
                   END-IF
           END-READ.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-CHECK-ONE-TYPE
      *----------------------------------------------------------------
       5100-CHECK-ONE-TYPE.
           MOVE CMT-WORK-RECORD-TYPES (CMT-TYPE-INDEX:1)
               TO CMT-TYPE-CODE.
           IF NOT CMT-TYPE-CODE-VALID
               SET CMT-TYPE-ERROR TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-WRITE-NEW-SUBSCRIPTION
      *----------------------------------------------------------------
       5200-WRITE-NEW-SUBSCRIPTION.
           MOVE SPACES TO SUB-RECORD.
           MOVE CMT-WORK-SUBSCRIBER-ID TO SUB-SUBSCRIBER-ID.
           MOVE CMT-WORK-CODE TO SUB-CATEGORY-CODE.
           SET SUB-STATUS-ACTIVE TO TRUE.
           MOVE CMT-WORK-RECORD-TYPES TO SUB-RECORD-TYPES.
           MOVE CMT-RUN-DATE TO SUB-ADD-DATE.
           MOVE 0 TO SUB-END-DATE.
           MOVE CMT-OPERATOR-ID TO SUB-LAST-OPERATOR-ID.
           WRITE SUB-RECORD
               INVALID KEY
                   DISPLAY "*** UNABLE TO WRITE SUBSCRIPTION RECORD ***"
                       UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO CMT-SUBSCRIBED-COUNT
                   DISPLAY "SUBSCRIBED  : " CMT-WORK-SUBSCRIBER-ID
                       " " CMT-WORK-CODE UPON CONSOLE
           END-WRITE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-END-SUBSCRIPTION
      *----------------------------------------------------------------
       6000-END-SUBSCRIPTION.
           DISPLAY "SUBSCRIBER ID: " UPON CONSOLE.
           ACCEPT CMT-WORK-SUBSCRIBER-ID FROM CONSOLE.
           DISPLAY "CATEGORY CODE TO END (*ALL FOR ALL-CODES ROW): "
               UPON CONSOLE.
           ACCEPT CMT-WORK-CODE FROM CONSOLE.
           MOVE CMT-WORK-SUBSCRIBER-ID TO SUB-SUBSCRIBER-ID.
           MOVE CMT-WORK-CODE TO SUB-CATEGORY-CODE.
           READ INPTSUBS-FILE
               INVALID KEY
                   DISPLAY "*** SUBSCRIPTION NOT ON TABLE ***"
                       UPON CONSOLE
               NOT INVALID KEY
                   IF SUB-STATUS-ENDED
                       DISPLAY "*** SUBSCRIPTION ALREADY ENDED ***"
                           UPON CONSOLE
                   ELSE
                       SET SUB-STATUS-ENDED TO TRUE
                       MOVE CMT-RUN-DATE TO SUB-END-DATE
                       MOVE CMT-OPERATOR-ID TO SUB-LAST-OPERATOR-ID
                       REWRITE SUB-RECORD
                       ADD 1 TO CMT-SUB-ENDED-COUNT
                       DISPLAY "ENDED       : " CMT-WORK-SUBSCRIBER-ID
                           " " CMT-WORK-CODE UPON CONSOLE
                   END-IF
           END-READ.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-SET-VERIFY-FLAG
      *     SET OR CLEAR THE VERIFY-REQUIRED FLAG ON AN ACTIVE CODE.
      *     WHILE IT IS SET, INPUTPRINT QUEUES EVERY ADD AND CORRECT
      *     UNDER THE CODE ON INPTVRFY FOR A BLIND RE-KEY INSTEAD OF
      *     APPLYING IT.  CLEARING THE FLAG DOES NOT RELEASE ENTRIES
      *     ALREADY WAITING - THEY ARE STILL VERIFIED THROUGH INPTVRFY.
      *----------------------------------------------------------------
       6500-SET-VERIFY-FLAG.
           DISPLAY "CATEGORY CODE: " UPON CONSOLE.
           ACCEPT CMT-WORK-CODE FROM CONSOLE.
           MOVE CMT-WORK-CODE TO CAT-CODE.
           READ INPTCAT-FILE
               INVALID KEY
                   DISPLAY "*** CODE NOT ON TABLE ***" UPON CONSOLE
                   GO TO 6500-EXIT
           END-READ.
           IF CAT-STATUS-RETIRED
               DISPLAY "*** CODE RETIRED - NOT CHANGED ***" UPON CONSOLE
               GO TO 6500-EXIT
           END-IF.
           IF CAT-VERIFY-REQUIRED
               DISPLAY "VERIFY REQUIRED IS NOW : Y" UPON CONSOLE
           ELSE
               DISPLAY "VERIFY REQUIRED IS NOW : N" UPON CONSOLE
           END-IF.
           PERFORM 6510-ACCEPT-VERIFY-FLAG THRU 6510-EXIT.
           IF NOT CMT-VERIFY-FLAG-VALID
               GO TO 6500-EXIT
           END-IF.
           MOVE CMT-WORK-VERIFY-FLAG TO CAT-VERIFY-FLAG.
           MOVE CMT-OPERATOR-ID TO CAT-LAST-OPERATOR-ID.
           REWRITE CAT-RECORD.
           ADD 1 TO CMT-VERIFY-CHANGED-COUNT.
           DISPLAY "VERIFY FLAG : " CMT-WORK-CODE " "
               CMT-WORK-VERIFY-FLAG UPON CONSOLE.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6510-ACCEPT-VERIFY-FLAG
      *     PROMPT FOR THE VERIFY-REQUIRED FLAG.  BLANK IS TAKEN AS
      *     "N"; ANYTHING OTHER THAN Y OR N IS REFUSED AND THE CALLER
      *     CHANGES NOTHING.
      *----------------------------------------------------------------
       6510-ACCEPT-VERIFY-FLAG.
           DISPLAY "VERIFY REQUIRED (Y/N): " UPON CONSOLE.
           ACCEPT CMT-WORK-VERIFY-FLAG FROM CONSOLE.
           IF CMT-WORK-VERIFY-FLAG = SPACE
               MOVE "N" TO CMT-WORK-VERIFY-FLAG
           END-IF.
           IF NOT CMT-VERIFY-FLAG-VALID
               DISPLAY "*** VERIFY FLAG MUST BE Y OR N - NOT CHANGED "
                   "***" UPON CONSOLE
           END-IF.
       6510-EXIT.
           EXIT.

002120*----------------------------------------------------------------
002130* 7000-PRODUCE-SUMMARY
002140*----------------------------------------------------------------
002190         UPON CONSOLE.
002200     DISPLAY "  CODES RETIRED           : " CMT-RETIRED-COUNT
002210         UPON CONSOLE.
002211     DISPLAY "  SUBSCRIPTIONS STARTED   : " CMT-SUBSCRIBED-COUNT
002212         UPON CONSOLE.
002213     DISPLAY "  SUBSCRIPTIONS ENDED     : " CMT-SUB-ENDED-COUNT
002214         UPON CONSOLE.
002215     DISPLAY "  VERIFY FLAGS CHANGED    : "
002216         CMT-VERIFY-CHANGED-COUNT
002217         UPON CONSOLE.
002220 7000-EXIT.
002230     EXIT.
002240
002270*----------------------------------------------------------------
002280 9000-TERMINATE.
002290     CLOSE INPTCAT-FILE.
002295     CLOSE INPTSUBS-FILE.
002300 9000-EXIT.
002310     EXIT.

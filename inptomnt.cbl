000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INPTOMNT.
000120 AUTHOR.        D. ORIC.
000130 INSTALLATION.  DATA ENTRY SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DRO  ORIGINAL PROGRAM.  MAINTENANCE TRANSACTION
000200*                  FOR THE INPTOPER OPERATOR AUTHORIZATION TABLE
000210*                  THAT INPUTPRINT, INPTAPPR, INPTSMNT AND
000220*                  INPTCMNT NOW CHECK EVERY SIGN-ON AGAINST.  A
000230*                  SECURITY ADMINISTRATOR CAN ADD AN OPERATOR OR
000240*                  BATCH JOB ID WITH ITS ROLES, CHANGE THE NAME
000250*                  OR ROLES OF AN ACTIVE ONE, OR REVOKE ONE.  AN
000260*                  ID IS NEVER DELETED, SO AN ID STAMPED ON OLD
000270*                  LOG AND MASTER RECORDS STAYS EXPLAINABLE; A
000280*                  REVOKED ID CAN BE REACTIVATED BY ADDING IT
000290*                  AGAIN.  NO ADMINISTRATOR MAY CHANGE OR REVOKE
000300*                  THEIR OWN RECORD.  WHILE THE TABLE IS EMPTY
000310*                  THE FIRST SIGN-ON IS ADMITTED SO THE FIRST
000320*                  ADMINISTRATOR CAN ENROL THEMSELVES.  CONSOLE
000330*                  PROMPT STYLE AS IN INPTCMNT.
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 SPECIAL-NAMES.
000410     CONSOLE IS CONSOLE.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT INPTOPER-FILE ASSIGN TO INPTOPER
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OPER-ID
000490         FILE STATUS IS OMT-OPER-FILE-STATUS.
000500
000510     SELECT INPTSECL-FILE ASSIGN TO INPTSECL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS OMT-SECL-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  INPTOPER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY INPTOPER.
000600
000610 FD  INPTSECL-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640     COPY INPTSECL.
000650
000660 WORKING-STORAGE SECTION.
000670 77  OMT-OPER-FILE-STATUS       PIC X(02) VALUE SPACES.
000680 77  OMT-SECL-FILE-STATUS       PIC X(02) VALUE SPACES.
000690
000700 77  OMT-OPERATOR-ID            PIC X(08) VALUE SPACES.
000710 77  OMT-RUN-DATE               PIC 9(08).
000720
000730 77  OMT-SIGN-ON-SWITCH         PIC X(01) VALUE "N".
000740     88  OMT-SIGN-ON-REFUSED    VALUE "Y".
000750 77  OMT-REFUSAL-REASON         PIC X(02) VALUE SPACES.
000760 77  OMT-RETURN-CODE            PIC 9(02) COMP VALUE 0.
000770
000780 77  OMT-BOOTSTRAP-SWITCH       PIC X(01) VALUE "N".
000790     88  OMT-BOOTSTRAP          VALUE "Y".
000800     88  OMT-NOT-BOOTSTRAP      VALUE "N".
000810
000820 77  OMT-DONE-SWITCH            PIC X(01) VALUE "N".
000830     88  OMT-DONE-YES           VALUE "Y".
000840
000850 77  OMT-ACTION-SWITCH          PIC X(01).
000860     88  OMT-ACTION-ADD         VALUE "A".
000870     88  OMT-ACTION-CHANGE      VALUE "C".
000880     88  OMT-ACTION-REVOKE      VALUE "R".
000890     88  OMT-ACTION-QUIT        VALUE "Q".
000900
000910 77  OMT-DETAILS-SWITCH         PIC X(01) VALUE "Y".
000920     88  OMT-DETAILS-VALID      VALUE "Y".
000930     88  OMT-DETAILS-INVALID    VALUE "N".
000940
000950 77  OMT-WORK-ID                PIC X(08) VALUE SPACES.
000960 77  OMT-WORK-NAME              PIC X(30) VALUE SPACES.
000970 77  OMT-WORK-FLAG              PIC X(01) VALUE SPACE.
000980
000990 77  OMT-ADDED-COUNT            PIC 9(04) COMP VALUE 0.
001000 77  OMT-CHANGED-COUNT          PIC 9(04) COMP VALUE 0.
001010 77  OMT-REVOKED-COUNT          PIC 9(04) COMP VALUE 0.
001020
001030 PROCEDURE DIVISION.
001040*----------------------------------------------------------------
001050* 0000-MAINLINE
001060*----------------------------------------------------------------
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001090     IF OMT-SIGN-ON-REFUSED
001100         MOVE OMT-RETURN-CODE TO RETURN-CODE
001110         STOP RUN
001120     END-IF.
001130     PERFORM 2000-TAKE-ONE-ACTION THRU 2000-EXIT
001140         UNTIL OMT-DONE-YES.
001150     PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT.
001160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001170     STOP RUN.
001180
001190*----------------------------------------------------------------
001200* 1000-INITIALIZE
001210*     SIGN ON THE ADMINISTRATOR AND OPEN THE TABLE FOR UPDATE,
001220*     WITH THE SAME FIRST-RUN (FILE STATUS "35") CREATE-EMPTY
001230*     HANDLING INPTCMNT GIVES INPTCAT.  AN EMPTY TABLE ADMITS
001240*     THE SIGN-ON (1100); OTHERWISE THE ID MUST PASS 1400, AND
001250*     A REFUSED SIGN-ON CLOSES THE TABLE AND ENDS THE RUN.
001260*----------------------------------------------------------------
001270 1000-INITIALIZE.
001280     DISPLAY "Enter operator ID: " UPON CONSOLE.
001290     ACCEPT OMT-OPERATOR-ID FROM CONSOLE.
001300     IF OMT-OPERATOR-ID = SPACES
001310         MOVE "UNKNOWN" TO OMT-OPERATOR-ID
001320     END-IF.
001330     ACCEPT OMT-RUN-DATE FROM DATE YYYYMMDD.
001340     OPEN I-O INPTOPER-FILE.
001350     IF OMT-OPER-FILE-STATUS = "35"
001360         OPEN OUTPUT INPTOPER-FILE
001370         CLOSE INPTOPER-FILE
001380         OPEN I-O INPTOPER-FILE
001390     END-IF.
001400     PERFORM 1100-CHECK-EMPTY-TABLE THRU 1100-EXIT.
001410     IF OMT-BOOTSTRAP
001420         GO TO 1000-EXIT
001430     END-IF.
001440     PERFORM 1400-AUTHORIZE-OPERATOR THRU 1400-EXIT.
001450     IF OMT-SIGN-ON-REFUSED
001460         CLOSE INPTOPER-FILE
001470     END-IF.
001480 1000-EXIT.
001490     EXIT.
001500
001510*----------------------------------------------------------------
001520* 1100-CHECK-EMPTY-TABLE
001530*     A TABLE WITH NO RECORDS AT ALL CAN ONLY BE THE FIRST RUN,
001540*     AND NOBODY COULD EVER PASS 1400 AGAINST IT.  ADMIT THE
001550*     SIGN-ON WITH A WARNING SO THE FIRST SECURITY
001560*     ADMINISTRATOR CAN ENROL THEIR OWN ID (3000 ALLOWS NOTHING
001570*     ELSE UNTIL THEY HAVE).
001580*----------------------------------------------------------------
001590 1100-CHECK-EMPTY-TABLE.
001600     SET OMT-NOT-BOOTSTRAP TO TRUE.
001610     MOVE LOW-VALUES TO OPER-ID.
001620     START INPTOPER-FILE KEY NOT LESS THAN OPER-ID
001630         INVALID KEY
001640             SET OMT-BOOTSTRAP TO TRUE
001650     END-START.
001660     IF OMT-NOT-BOOTSTRAP
001670         READ INPTOPER-FILE NEXT RECORD
001680             AT END
001690                 SET OMT-BOOTSTRAP TO TRUE
001700         END-READ
001710     END-IF.
001720     IF OMT-BOOTSTRAP
001730         DISPLAY "*** OPERATOR TABLE IS EMPTY - ADD YOUR OWN "
001740             "ID AS SECURITY ADMINISTRATOR FIRST ***"
001750             UPON CONSOLE
001760     END-IF.
001770 1100-EXIT.
001780     EXIT.
001790
001800*----------------------------------------------------------------
001810* 1400-AUTHORIZE-OPERATOR
001820*     LOOK THE SIGNED-ON OPERATOR UP ON THE TABLE.  THE ID MUST
001830*     BE ON FILE, ACTIVE, A PERSON RATHER THAN A BATCH JOB ID,
001840*     AND HOLD THE SECURITY-ADMINISTRATOR ROLE.  A REFUSAL IS
001850*     NAMED, WRITTEN TO INPTSECL (1410), AND ENDS THE RUN WITH
001860*     RETURN CODE 16 BEFORE ANY WORK IS DONE.
001870*----------------------------------------------------------------
001880 1400-AUTHORIZE-OPERATOR.
001890     MOVE SPACES TO OMT-REFUSAL-REASON.
001900     MOVE OMT-OPERATOR-ID TO OPER-ID.
001910     READ INPTOPER-FILE
001920         INVALID KEY
001930             MOVE "UN" TO OMT-REFUSAL-REASON
001940         NOT INVALID KEY
001950             EVALUATE TRUE
001960                 WHEN NOT OPER-STATUS-ACTIVE
001970                     MOVE "RV" TO OMT-REFUSAL-REASON
001980                 WHEN OPER-TYPE-JOB
001990                     MOVE "JB" TO OMT-REFUSAL-REASON
002000                 WHEN NOT OPER-IS-SECURITY-ADMIN
002010                     MOVE "RL" TO OMT-REFUSAL-REASON
002020             END-EVALUATE
002030     END-READ.
002040     IF OMT-REFUSAL-REASON NOT = SPACES
002050         SET OMT-SIGN-ON-REFUSED TO TRUE
002060         MOVE 16 TO OMT-RETURN-CODE
002070         PERFORM 1410-LOG-REFUSED-SIGN-ON THRU 1410-EXIT
002080     END-IF.
002090 1400-EXIT.
002100     EXIT.
002110
002120*----------------------------------------------------------------
002130* 1410-LOG-REFUSED-SIGN-ON
002140*     NAME THE REFUSED SIGN-ON ON THE CONSOLE AND APPEND IT TO
002150*     THE INPTSECL SECURITY AUDIT TRAIL, CREATING THE TRAIL ON
002160*     FIRST USE.
002170*----------------------------------------------------------------
002180 1410-LOG-REFUSED-SIGN-ON.
002190     DISPLAY "*** SIGN-ON REFUSED FOR " OMT-OPERATOR-ID
002200         " - REASON " OMT-REFUSAL-REASON " - RUN ENDED ***"
002210         UPON CONSOLE.
002220     OPEN EXTEND INPTSECL-FILE.
002230     IF OMT-SECL-FILE-STATUS = "35"
002240         OPEN OUTPUT INPTSECL-FILE
002250     END-IF.
002260     MOVE SPACES TO SECL-RECORD.
002270     ACCEPT SECL-EVENT-DATE FROM DATE YYYYMMDD.
002280     ACCEPT SECL-EVENT-TIME FROM TIME.
002290     MOVE "INPTOMNT" TO SECL-PROGRAM-ID.
002300     MOVE OMT-OPERATOR-ID TO SECL-OPERATOR-ID.
002310     SET SECL-ROLE-SECURITY TO TRUE.
002320     MOVE OMT-REFUSAL-REASON TO SECL-REASON-CODE.
002330     SET SECL-MODE-INTERACTIVE TO TRUE.
002340     MOVE 0 TO SECL-ENTRY-ID.
002350     WRITE SECL-RECORD.
002360     CLOSE INPTSECL-FILE.
002370 1410-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410* 2000-TAKE-ONE-ACTION
002420*----------------------------------------------------------------
002430 2000-TAKE-ONE-ACTION.
002440     DISPLAY " " UPON CONSOLE.
002450     DISPLAY "ADD (A), CHANGE (C), REVOKE (R), OR QUIT (Q)? "
002460         UPON CONSOLE.
002470     ACCEPT OMT-ACTION-SWITCH FROM CONSOLE.
002480     EVALUATE TRUE
002490         WHEN OMT-ACTION-ADD
002500             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
002510         WHEN OMT-ACTION-CHANGE
002520             PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
002530         WHEN OMT-ACTION-REVOKE
002540             PERFORM 5000-REVOKE-OPERATOR THRU 5000-EXIT
002550         WHEN OMT-ACTION-QUIT
002560             SET OMT-DONE-YES TO TRUE
002570         WHEN OTHER
002580             DISPLAY "*** INVALID CHOICE - ENTER A, C, R, "
002590                 "OR Q ***" UPON CONSOLE
002600     END-EVALUATE.
002610 2000-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------------
002650* 3000-ADD-OPERATOR
002660*     ADD A NEW OPERATOR OR JOB ID, OR REACTIVATE A REVOKED ONE
002670*     WITH FRESH ROLES.  AN ALREADY-ACTIVE ID IS REFUSED SO A
002680*     TYPO CANNOT SILENTLY REPLACE SOMEONE'S ROLES - USE CHANGE.
002690*     WHILE THE TABLE IS EMPTY THE ONLY ID THAT MAY BE ADDED IS
002700*     THE ADMINISTRATOR'S OWN, AND IT IS ALWAYS ENROLLED AS AN
002710*     ACTIVE PERSON WITH THE SECURITY-ADMINISTRATOR ROLE.
002720*----------------------------------------------------------------
002730 3000-ADD-OPERATOR.
002740     DISPLAY "OPERATOR ID  : " UPON CONSOLE.
002750     ACCEPT OMT-WORK-ID FROM CONSOLE.
002760     IF OMT-WORK-ID = SPACES
002770         DISPLAY "*** OPERATOR ID REQUIRED ***" UPON CONSOLE
002780         GO TO 3000-EXIT
002790     END-IF.
002800     IF OMT-BOOTSTRAP AND OMT-WORK-ID NOT = OMT-OPERATOR-ID
002810         DISPLAY "*** TABLE IS EMPTY - ADD YOUR OWN ID FIRST ***"
002820             UPON CONSOLE
002830         GO TO 3000-EXIT
002840     END-IF.
002850     IF OMT-NOT-BOOTSTRAP AND OMT-WORK-ID = OMT-OPERATOR-ID
002860         DISPLAY "*** YOU MAY NOT CHANGE YOUR OWN RECORD ***"
002870             UPON CONSOLE
002880         GO TO 3000-EXIT
002890     END-IF.
002900     MOVE OMT-WORK-ID TO OPER-ID.
002910     READ INPTOPER-FILE
002920         INVALID KEY
002930             PERFORM 3100-WRITE-NEW-OPERATOR THRU 3100-EXIT
002940         NOT INVALID KEY
002950             IF OPER-STATUS-ACTIVE
002960                 DISPLAY "*** OPERATOR ALREADY ACTIVE - USE "
002970                     "CHANGE (C) ***" UPON CONSOLE
002980             ELSE
002990                 PERFORM 3300-REACTIVATE-OPERATOR THRU 3300-EXIT
003000             END-IF
003010     END-READ.
003020 3000-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------
003060* 3100-WRITE-NEW-OPERATOR
003070*----------------------------------------------------------------
003080 3100-WRITE-NEW-OPERATOR.
003090     MOVE SPACES TO OPER-RECORD.
003100     MOVE OMT-WORK-ID TO OPER-ID.
003110     SET OPER-STATUS-ACTIVE TO TRUE.
003120     SET OPER-TYPE-PERSON TO TRUE.
003130     MOVE "NNNNN" TO OPER-ROLES.
003140     PERFORM 3200-ACCEPT-DETAILS THRU 3200-EXIT.
003150     IF OMT-DETAILS-INVALID
003160         GO TO 3100-EXIT
003170     END-IF.
003180     IF OMT-BOOTSTRAP
003190         SET OPER-TYPE-PERSON TO TRUE
003200         MOVE "Y" TO OPER-ROLE-SECURITY
003210     END-IF.
003220     MOVE OMT-RUN-DATE TO OPER-ADD-DATE.
003230     MOVE 0 TO OPER-REVOKE-DATE.
003240     MOVE OMT-RUN-DATE TO OPER-LAST-UPDATE-DATE.
003250     MOVE OMT-OPERATOR-ID TO OPER-LAST-OPERATOR-ID.
003260     WRITE OPER-RECORD
003270         INVALID KEY
003280             DISPLAY "*** UNABLE TO WRITE OPERATOR RECORD ***"
003290                 UPON CONSOLE
003300         NOT INVALID KEY
003310             ADD 1 TO OMT-ADDED-COUNT
003320             SET OMT-NOT-BOOTSTRAP TO TRUE
003330             DISPLAY "ADDED       : " OMT-WORK-ID UPON CONSOLE
003340     END-WRITE.
003350 3100-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------
003390* 3200-ACCEPT-DETAILS
003400*     TAKE THE NAME, TYPE AND ROLE FLAGS FOR THE RECORD NOW IN
003410*     OPER-RECORD.  A BLANK ANSWER KEEPS THE FIELD AS IT STANDS
003420*     (THE DEFAULTS SET BY THE CALLER FOR A NEW ID); A TYPE
003430*     OTHER THAN P OR J REFUSES THE WHOLE ACTION.
003440*----------------------------------------------------------------
003450 3200-ACCEPT-DETAILS.
003460     SET OMT-DETAILS-VALID TO TRUE.
003470     DISPLAY "NAME                  : " UPON CONSOLE.
003480     ACCEPT OMT-WORK-NAME FROM CONSOLE.
003490     IF OMT-WORK-NAME NOT = SPACES
003500         MOVE OMT-WORK-NAME TO OPER-NAME
003510     END-IF.
003520     DISPLAY "PERSON (P) OR JOB (J) : " UPON CONSOLE.
003530     ACCEPT OMT-WORK-FLAG FROM CONSOLE.
003540     IF OMT-WORK-FLAG NOT = SPACE
003550         IF OMT-WORK-FLAG = "P" OR "J"
003560             MOVE OMT-WORK-FLAG TO OPER-TYPE
003570         ELSE
003580             DISPLAY "*** TYPE MUST BE P OR J - NOT CHANGED ***"
003590                 UPON CONSOLE
003600             SET OMT-DETAILS-INVALID TO TRUE
003610             GO TO 3200-EXIT
003620         END-IF
003630     END-IF.
003640     DISPLAY "KEYER ROLE (Y/N)      : " UPON CONSOLE.
003650     ACCEPT OMT-WORK-FLAG FROM CONSOLE.
003660     IF OMT-WORK-FLAG = "Y" OR "N"
003670         MOVE OMT-WORK-FLAG TO OPER-ROLE-KEYER
003680     END-IF.
003690     DISPLAY "APPROVER ROLE (Y/N)   : " UPON CONSOLE.
003700     ACCEPT OMT-WORK-FLAG FROM CONSOLE.
003710     IF OMT-WORK-FLAG = "Y" OR "N"
003720         MOVE OMT-WORK-FLAG TO OPER-ROLE-APPROVER
003730     END-IF.
003740     DISPLAY "SUSPENSE ROLE (Y/N)   : " UPON CONSOLE.
003750     ACCEPT OMT-WORK-FLAG FROM CONSOLE.
003760     IF OMT-WORK-FLAG = "Y" OR "N"
003770         MOVE OMT-WORK-FLAG TO OPER-ROLE-SUSPENSE
003780     END-IF.
003790     DISPLAY "CATEGORY ROLE (Y/N)   : " UPON CONSOLE.
003800     ACCEPT OMT-WORK-FLAG FROM CONSOLE.
003810     IF OMT-WORK-FLAG = "Y" OR "N"
003820         MOVE OMT-WORK-FLAG TO OPER-ROLE-CATEGORY
003830     END-IF.
003840     DISPLAY "SECURITY ROLE (Y/N)   : " UPON CONSOLE.
003850     ACCEPT OMT-WORK-FLAG FROM CONSOLE.
003860     IF OMT-WORK-FLAG = "Y" OR "N"
003870         MOVE OMT-WORK-FLAG TO OPER-ROLE-SECURITY
003880     END-IF.
003890 3200-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------------
003930* 3300-REACTIVATE-OPERATOR
003940*     BRING A REVOKED ID BACK.  ITS ROLES ARE CLEARED FIRST SO
003950*     WHATEVER IT HELD WHEN REVOKED IS NOT SILENTLY RESTORED -
003960*     THE ADMINISTRATOR KEYS THE ROLES IT SHOULD HAVE NOW.
003970*----------------------------------------------------------------
003980 3300-REACTIVATE-OPERATOR.
003990     MOVE "NNNNN" TO OPER-ROLES.
004000     PERFORM 3200-ACCEPT-DETAILS THRU 3200-EXIT.
004010     IF OMT-DETAILS-INVALID
004020         GO TO 3300-EXIT
004030     END-IF.
004040     SET OPER-STATUS-ACTIVE TO TRUE.
004050     MOVE OMT-RUN-DATE TO OPER-ADD-DATE.
004060     MOVE 0 TO OPER-REVOKE-DATE.
004070     MOVE OMT-RUN-DATE TO OPER-LAST-UPDATE-DATE.
004080     MOVE OMT-OPERATOR-ID TO OPER-LAST-OPERATOR-ID.
004090     REWRITE OPER-RECORD.
004100     ADD 1 TO OMT-ADDED-COUNT.
004110     DISPLAY "REACTIVATED : " OMT-WORK-ID UPON CONSOLE.
004120 3300-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160* 4000-CHANGE-OPERATOR
004170*     CHANGE THE NAME, TYPE OR ROLES OF AN ACTIVE ID.  A REVOKED
004180*     ID MUST BE REACTIVATED THROUGH ADD INSTEAD.
004190*----------------------------------------------------------------
004200 4000-CHANGE-OPERATOR.
004210     DISPLAY "OPERATOR ID TO CHANGE: " UPON CONSOLE.
004220     ACCEPT OMT-WORK-ID FROM CONSOLE.
004230     IF OMT-WORK-ID = OMT-OPERATOR-ID
004240         DISPLAY "*** YOU MAY NOT CHANGE YOUR OWN RECORD ***"
004250             UPON CONSOLE
004260         GO TO 4000-EXIT
004270     END-IF.
004280     MOVE OMT-WORK-ID TO OPER-ID.
004290     READ INPTOPER-FILE
004300         INVALID KEY
004310             DISPLAY "*** OPERATOR NOT ON TABLE ***" UPON CONSOLE
004320             GO TO 4000-EXIT
004330     END-READ.
004340     IF OPER-STATUS-REVOKED
004350         DISPLAY "*** OPERATOR REVOKED - USE ADD (A) TO "
004360             "REACTIVATE ***" UPON CONSOLE
004370         GO TO 4000-EXIT
004380     END-IF.
004390     DISPLAY "CURRENT     : " OPER-NAME " TYPE " OPER-TYPE
004400         " ROLES K/A/S/C/M " OPER-ROLES UPON CONSOLE.
004410     PERFORM 3200-ACCEPT-DETAILS THRU 3200-EXIT.
004420     IF OMT-DETAILS-INVALID
004430         GO TO 4000-EXIT
004440     END-IF.
004450     MOVE OMT-RUN-DATE TO OPER-LAST-UPDATE-DATE.
004460     MOVE OMT-OPERATOR-ID TO OPER-LAST-OPERATOR-ID.
004470     REWRITE OPER-RECORD.
004480     ADD 1 TO OMT-CHANGED-COUNT.
004490     DISPLAY "CHANGED     : " OMT-WORK-ID UPON CONSOLE.
004500 4000-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540* 5000-REVOKE-OPERATOR
004550*----------------------------------------------------------------
004560 5000-REVOKE-OPERATOR.
004570     DISPLAY "OPERATOR ID TO REVOKE: " UPON CONSOLE.
004580     ACCEPT OMT-WORK-ID FROM CONSOLE.
004590     IF OMT-WORK-ID = OMT-OPERATOR-ID
004600         DISPLAY "*** YOU MAY NOT REVOKE YOUR OWN RECORD ***"
004610             UPON CONSOLE
004620         GO TO 5000-EXIT
004630     END-IF.
004640     MOVE OMT-WORK-ID TO OPER-ID.
004650     READ INPTOPER-FILE
004660         INVALID KEY
004670             DISPLAY "*** OPERATOR NOT ON TABLE ***" UPON CONSOLE
004680         NOT INVALID KEY
004690             IF OPER-STATUS-REVOKED
004700                 DISPLAY "*** OPERATOR ALREADY REVOKED ***"
004710                     UPON CONSOLE
004720             ELSE
004730                 SET OPER-STATUS-REVOKED TO TRUE
004740                 MOVE OMT-RUN-DATE TO OPER-REVOKE-DATE
004750                 MOVE OMT-RUN-DATE TO OPER-LAST-UPDATE-DATE
004760                 MOVE OMT-OPERATOR-ID TO OPER-LAST-OPERATOR-ID
004770                 REWRITE OPER-RECORD
004780                 ADD 1 TO OMT-REVOKED-COUNT
004790                 DISPLAY "REVOKED     : " OMT-WORK-ID
004800                     UPON CONSOLE
004810             END-IF
004820     END-READ.
004830 5000-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------
004870* 7000-PRODUCE-SUMMARY
004880*----------------------------------------------------------------
004890 7000-PRODUCE-SUMMARY.
004900     DISPLAY " " UPON CONSOLE.
004910     DISPLAY "INPTOMNT RUN SUMMARY" UPON CONSOLE.
004920     DISPLAY "  IDS ADDED/REACTIVATED   : " OMT-ADDED-COUNT
004930         UPON CONSOLE.
004940     DISPLAY "  IDS CHANGED             : " OMT-CHANGED-COUNT
004950         UPON CONSOLE.
004960     DISPLAY "  IDS REVOKED             : " OMT-REVOKED-COUNT
004970         UPON CONSOLE.
004980 7000-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------
005020* 9000-TERMINATE
005030*----------------------------------------------------------------
005040 9000-TERMINATE.
005050     CLOSE INPTOPER-FILE.
005060 9000-EXIT.
005070     EXIT.

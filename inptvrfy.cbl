000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INPTVRFY.
000120 AUTHOR.        D. ORIC.
000130 INSTALLATION.  DATA ENTRY SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DRO  ORIGINAL PROGRAM.  BLIND RE-KEY VERIFICATION
000200*                  TRANSACTION FOR THE INPTVRFY QUEUE.  INPUTPRINT
000210*                  QUEUES EVERY ADD AND CORRECT KEYED UNDER AN
000220*                  INPTCAT CATEGORY FLAGGED VERIFY-REQUIRED
000230*                  INSTEAD OF APPLYING IT; HERE A SECOND OPERATOR
000240*                  RE-KEYS THE DESCRIPTION AND CATEGORY OF EACH
000250*                  WAITING ENTRY WITHOUT BEING SHOWN WHAT WAS
000260*                  KEYED.  A MATCH RELEASES THE ENTRY THROUGH THE
000270*                  SAME MASTER, JOURNAL, INPTLOG AND INPTIF
000280*                  PROCESSING INPUTPRINT WOULD HAVE GIVEN IT.  A
000290*                  MISMATCH SHOWS THE TWO VERSIONS SIDE BY SIDE
000300*                  AND IS RESOLVED BY KEEPING ONE OF THEM OR
000310*                  REJECTING THE ENTRY, THEN OR ON A LATER RUN.
000320*                  THE KEYING OPERATOR CAN NEVER VERIFY THEIR OWN
000330*                  ENTRY.  CONSOLE PROMPT STYLE AS IN INPTAPPR.
000332* 2026-10-15  DRO  A REJECTED ENTRY'S LOG RECORD NOW CARRIES THE
000334*                  "VJ" VERIFICATION REJECT REASON IN THE NEW
000336*                  LOG-REJECT-REASON; A RELEASED ENTRY'S IS BLANK.
000337* 2026-10-15  DRO  INPTMST NOW HAS ALTERNATE KEYS ON
000338*                  MST-CATEGORY-CODE AND MST-DESCRIPTION, BOTH
000339*                  WITH DUPLICATES, FOR THE INPTBRWS MASTER
000340*                  BROWSE.  THE SELECT HERE DECLARES THEM TOO.
000341*----------------------------------------------------------------
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
000450     SELECT INPTVRFY-FILE ASSIGN TO INPTVRFY
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS VRFY-ENTRY-ID
000490         FILE STATUS IS VFY-VRFY-FILE-STATUS.
000500
000510     SELECT INPTMST-FILE ASSIGN TO INPTMST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS MST-ENTRY-ID
000542         ALTERNATE RECORD KEY IS MST-CATEGORY-CODE
000544             WITH DUPLICATES
000546         ALTERNATE RECORD KEY IS MST-DESCRIPTION
000548             WITH DUPLICATES
000550         FILE STATUS IS VFY-MST-FILE-STATUS.
000560
000570     SELECT INPTCAT-FILE ASSIGN TO INPTCAT
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CAT-CODE
000610         FILE STATUS IS VFY-CAT-FILE-STATUS.
000620
000630     SELECT INPTJRNL-FILE ASSIGN TO INPTJRNL
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS JRN-KEY
000670         FILE STATUS IS VFY-JRN-FILE-STATUS.
000680
000690     SELECT INPTLOG-FILE ASSIGN TO INPTLOG
000700         ORGANIZATION IS SEQUENTIAL.
000710
000720     SELECT INPTIF-FILE  ASSIGN TO INPTIF
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS VFY-IF-FILE-STATUS.
000750
000760     SELECT INPTIFWK-FILE ASSIGN TO INPTIFWK
000770         ORGANIZATION IS SEQUENTIAL.
000780
000790     SELECT INPTPEND-FILE ASSIGN TO INPTPEND
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS VFY-PEND-FILE-STATUS.
000820
000830     SELECT INPTOPER-FILE ASSIGN TO INPTOPER
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS OPER-ID
000870         FILE STATUS IS VFY-OPER-FILE-STATUS.
000880
000890     SELECT INPTSECL-FILE ASSIGN TO INPTSECL
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS VFY-SECL-FILE-STATUS.
000920
000930     SELECT INPTRCTL-FILE ASSIGN TO INPTRCTL
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS VFY-RCT-FILE-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  INPTVRFY-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY INPTVRFY.
001020
001030 FD  INPTMST-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY INPTMST.
001060
001070 FD  INPTCAT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY INPTCAT.
001100
001110 FD  INPTJRNL-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY INPTJRNL.
001140
001150 FD  INPTLOG-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180     COPY INPTLOG.
001190
001200 FD  INPTIF-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230     COPY INPTREC REPLACING LEADING ==INPT-== BY ==INPTIF-==.
001240
001250 FD  INPTIFWK-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280     COPY INPTREC REPLACING LEADING ==INPT-== BY ==IFWK-==.
001290
001300 FD  INPTPEND-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330     COPY INPTPEND.
001340
001350 FD  INPTOPER-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY INPTOPER.
001380
001390 FD  INPTSECL-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420     COPY INPTSECL.
001430
001440 FD  INPTRCTL-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470     COPY INPTRCTL.
001480
001490 WORKING-STORAGE SECTION.
001500*----------------------------------------------------------------
001510*     INPTIF RUN-HEADER AND TRAILER ENVELOPE RECORDS.  THE
001520*     HEADER IS CARRIED ACROSS THE STAGING COPY UNCHANGED; THE
001530*     TRAILER IS REBUILT AT END OF RUN FROM THE REBALANCED
001540*     DETAIL COUNT AND HASH TOTAL.
001550*----------------------------------------------------------------
001560 COPY INPTIFHT.
001570 77  VFY-VRFY-FILE-STATUS       PIC X(02) VALUE SPACES.
001580 77  VFY-MST-FILE-STATUS        PIC X(02) VALUE SPACES.
001590 77  VFY-CAT-FILE-STATUS        PIC X(02) VALUE SPACES.
001600 77  VFY-JRN-FILE-STATUS        PIC X(02) VALUE SPACES.
001610 77  VFY-IF-FILE-STATUS         PIC X(02) VALUE SPACES.
001620 77  VFY-PEND-FILE-STATUS       PIC X(02) VALUE SPACES.
001630 77  VFY-OPER-FILE-STATUS       PIC X(02) VALUE SPACES.
001640 77  VFY-SECL-FILE-STATUS       PIC X(02) VALUE SPACES.
001650 77  VFY-RCT-FILE-STATUS        PIC X(02) VALUE SPACES.
001660 77  VFY-JRN-SEQUENCE           PIC 9(04) COMP VALUE 0.
001670
001680 77  VFY-SIGN-ON-SWITCH         PIC X(01) VALUE "N".
001690     88  VFY-SIGN-ON-REFUSED    VALUE "Y".
001700 77  VFY-REFUSAL-REASON         PIC X(02) VALUE SPACES.
001710 77  VFY-CAT-TABLE-OPEN-SW      PIC X(01) VALUE "N".
001720     88  VFY-CAT-TABLE-OPEN     VALUE "Y".
001730
001740 77  VFY-OPERATOR-ID            PIC X(08) VALUE SPACES.
001750 77  VFY-RUN-DATE               PIC 9(08).
001760 77  VFY-RUN-TIME               PIC 9(08).
001770 77  VFY-JRN-BEFORE-IMAGE       PIC X(137) VALUE SPACES.
001780
001790 77  VFY-EOF-SWITCH             PIC X(01) VALUE "N".
001800     88  VFY-EOF-YES            VALUE "Y".
001810
001820 77  VFY-DECISION-SWITCH        PIC X(01).
001830     88  VFY-KEEP-ORIGINAL      VALUE "O".
001840     88  VFY-KEEP-REKEYED       VALUE "K".
001850     88  VFY-DECISION-REJECT    VALUE "J".
001860     88  VFY-DECISION-SKIP      VALUE "S".
001870
001880 77  VFY-RELEASE-SWITCH         PIC X(01) VALUE "N".
001890     88  VFY-RELEASE-DONE       VALUE "Y".
001900
001910*----------------------------------------------------------------
001920*     THE SECOND OPERATOR'S RE-KEYED VERSION AS ACCEPTED, AND
001930*     THE VERSION 3000 IS ASKED TO RELEASE - THE ORIGINAL ON A
001940*     MATCH OR WHEN IT IS KEPT, THE RE-KEYED ONE WHEN THAT IS.
001950*----------------------------------------------------------------
001960 77  VFY-REKEY-DESCRIPTION      PIC X(85) VALUE SPACES.
001970 77  VFY-REKEY-CATEGORY-CODE    PIC X(04) VALUE SPACES.
001980 77  VFY-REL-DESCRIPTION        PIC X(85) VALUE SPACES.
001990 77  VFY-REL-CATEGORY-CODE      PIC X(04) VALUE SPACES.
002000
002010*----------------------------------------------------------------
002020*     SIDE-BY-SIDE MISMATCH DISPLAY: A CARET UNDER EVERY
002030*     DESCRIPTION POSITION WHERE THE TWO VERSIONS DIFFER, AND A
002040*     FLAG AGAINST THE CATEGORY WHEN THE CODES DIFFER.
002050*----------------------------------------------------------------
002060 77  VFY-DIFF-LINE              PIC X(85) VALUE SPACES.
002070 77  VFY-DIFF-INDEX             PIC 9(04) COMP.
002080 77  VFY-CAT-DIFF-FLAG          PIC X(12) VALUE SPACES.
002090
002100 77  VFY-QUEUE-COUNT            PIC 9(06) COMP VALUE 0.
002110 77  VFY-VERIFIED-COUNT         PIC 9(06) COMP VALUE 0.
002120 77  VFY-MISMATCH-COUNT         PIC 9(06) COMP VALUE 0.
002130 77  VFY-RESOLVED-COUNT         PIC 9(06) COMP VALUE 0.
002140 77  VFY-REJECTED-COUNT         PIC 9(06) COMP VALUE 0.
002150 77  VFY-PARKED-COUNT           PIC 9(06) COMP VALUE 0.
002160 77  VFY-REFUSED-COUNT          PIC 9(06) COMP VALUE 0.
002170 77  VFY-WAITING-COUNT          PIC 9(06) COMP VALUE 0.
002180 77  VFY-RETURN-CODE            PIC 9(02) COMP VALUE 0.
002190
002200 77  VFY-IF-EOF-SWITCH          PIC X(01) VALUE "N".
002210     88  VFY-IF-EOF-YES         VALUE "Y".
002220 77  VFY-IF-HEADER-FOUND-SW     PIC X(01) VALUE "N".
002230     88  VFY-IF-HEADER-FOUND    VALUE "Y".
002240 77  VFY-IF-TRAILER-FOUND-SW    PIC X(01) VALUE "N".
002250     88  VFY-IF-TRAILER-FOUND   VALUE "Y".
002260 77  VFY-IF-DETAIL-COUNT        PIC 9(06) VALUE 0.
002270 77  VFY-IF-HASH-TOTAL          PIC 9(12) VALUE 0.
002280 77  VFY-IF-TRL-DETAIL-COUNT    PIC 9(06) VALUE 0.
002290 77  VFY-IF-TRL-HASH-TOTAL      PIC 9(12) VALUE 0.
002300 77  VFY-IF-RUN-COUNT           PIC 9(06) COMP VALUE 0.
002310 77  VFY-IF-RUN-HASH            PIC 9(12) VALUE 0.
002320
002330 PROCEDURE DIVISION.
002340*----------------------------------------------------------------
002350* 0000-MAINLINE
002360*     SIGN ON THE VERIFYING OPERATOR AND WORK THE WAITING
002370*     ENTRIES ON INPTVRFY UNTIL NONE ARE LEFT.
002380*----------------------------------------------------------------
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     IF VFY-SIGN-ON-REFUSED
002420         MOVE VFY-RETURN-CODE TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450     PERFORM 2000-WORK-VERIFY-QUEUE THRU 2000-EXIT
002460         UNTIL VFY-EOF-YES.
002470     PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT.
002480     PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT.
002490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002500     MOVE VFY-RETURN-CODE TO RETURN-CODE.
002510     STOP RUN.
002520
002530*----------------------------------------------------------------
002540* 1000-INITIALIZE
002550*     SIGN ON THE VERIFYING OPERATOR, AUTHORIZE THE ID AGAINST
002560*     INPTOPER (A REFUSED SIGN-ON LEAVES HERE WITH NOTHING ELSE
002570*     OPENED AND ENDS THE RUN), AND OPEN EVERY FILE THIS
002580*     TRANSACTION TOUCHES.  INPTLOG AND INPTPEND ARE OPENED
002590*     EXTEND, AND INPTIF IS STAGED THROUGH INPTIFWK (1100) AND
002600*     REOPENED OUTPUT, SO A RELEASED ENTRY IS APPENDED TO THE
002610*     SAME DATED FILES INPUTPRINT WRITES TO.  INPTVRFY, INPTMST
002620*     AND INPTJRNL GET THE SAME FIRST-RUN (FILE STATUS "35")
002630*     CREATE-EMPTY HANDLING AS IN INPUTPRINT.  INPTCAT IS ONLY
002640*     READ, TO CHECK A RE-KEYED CATEGORY BEFORE IT IS KEPT.
002650*----------------------------------------------------------------
002660 1000-INITIALIZE.
002670     DISPLAY "Enter verifying operator ID: " UPON CONSOLE.
002680     ACCEPT VFY-OPERATOR-ID FROM CONSOLE.
002690     IF VFY-OPERATOR-ID = SPACES
002700         MOVE "UNKNOWN" TO VFY-OPERATOR-ID
002710     END-IF.
002720     ACCEPT VFY-RUN-DATE FROM DATE YYYYMMDD.
002730     ACCEPT VFY-RUN-TIME FROM TIME.
002740     PERFORM 1200-AUTHORIZE-OPERATOR THRU 1200-EXIT.
002750     IF VFY-SIGN-ON-REFUSED
002760         GO TO 1000-EXIT
002770     END-IF.
002780     OPEN I-O INPTVRFY-FILE.
002790     IF VFY-VRFY-FILE-STATUS = "35"
002800         OPEN OUTPUT INPTVRFY-FILE
002810         CLOSE INPTVRFY-FILE
002820         OPEN I-O INPTVRFY-FILE
002830     END-IF.
002840     OPEN I-O INPTMST-FILE.
002850     IF VFY-MST-FILE-STATUS = "35"
002860         OPEN OUTPUT INPTMST-FILE
002870         CLOSE INPTMST-FILE
002880         OPEN I-O INPTMST-FILE
002890     END-IF.
002900     OPEN I-O INPTJRNL-FILE.
002910     IF VFY-JRN-FILE-STATUS = "35"
002920         OPEN OUTPUT INPTJRNL-FILE
002930         CLOSE INPTJRNL-FILE
002940         OPEN I-O INPTJRNL-FILE
002950     END-IF.
002960     OPEN INPUT INPTCAT-FILE.
002970     IF VFY-CAT-FILE-STATUS = "35"
002980         DISPLAY "*** INPTCAT CATEGORY TABLE NOT FOUND - A "
002990             "RE-KEYED VERSION CANNOT BE KEPT ***" UPON CONSOLE
003000     ELSE
003010         SET VFY-CAT-TABLE-OPEN TO TRUE
003020     END-IF.
003030     OPEN EXTEND INPTLOG-FILE.
003040     OPEN EXTEND INPTPEND-FILE.
003050     IF VFY-PEND-FILE-STATUS = "35"
003060         OPEN OUTPUT INPTPEND-FILE
003070     END-IF.
003080     PERFORM 1100-STAGE-INTERFACE-FILE THRU 1100-EXIT.
003090     MOVE ZEROS TO VRFY-ENTRY-ID.
003100     START INPTVRFY-FILE KEY NOT LESS THAN VRFY-ENTRY-ID
003110         INVALID KEY
003120             SET VFY-EOF-YES TO TRUE
003130     END-START.
003140 1000-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------
003180* 1100-STAGE-INTERFACE-FILE
003190*     INPTIF CARRIES A HEADER/TRAILER ENVELOPE, SO A RELEASED
003200*     ENTRY CANNOT SIMPLY BE APPENDED - IT WOULD LAND AFTER THE
003210*     TRAILER.  COPY THE HEADER AND DETAILS OFF TO THE INPTIFWK
003220*     WORK FILE (DROPPING THE OLD TRAILER AND REBALANCING ITS
003230*     DETAIL COUNT AND HASH ALONG THE WAY), THEN COPY THEM BACK
003240*     AND LEAVE INPTIF OPEN AND POSITIONED SO THIS RUN'S RELEASES
003250*     ARE WRITTEN INSIDE THE ENVELOPE, EXACTLY AS INPTAPPR DOES.
003260*     8000 WRITES THE FRESH TRAILER AT END OF RUN.  A MISSING
003270*     INPTIF (FILE STATUS "35") OR ONE WITHOUT A HEADER GETS A
003280*     HEADER SYNTHESIZED UNDER THE VERIFYING OPERATOR'S ID.
003290*----------------------------------------------------------------
003300 1100-STAGE-INTERFACE-FILE.
003310     OPEN INPUT INPTIF-FILE.
003320     IF VFY-IF-FILE-STATUS = "35"
003330         OPEN OUTPUT INPTIF-FILE
003340         PERFORM 1140-WRITE-NEW-HEADER THRU 1140-EXIT
003350         GO TO 1100-EXIT
003360     END-IF.
003370     OPEN OUTPUT INPTIFWK-FILE.
003380     MOVE "N" TO VFY-IF-EOF-SWITCH.
003390     PERFORM 1110-STRIP-ONE-IF-RECORD THRU 1110-EXIT
003400         UNTIL VFY-IF-EOF-YES.
003410     CLOSE INPTIF-FILE.
003420     CLOSE INPTIFWK-FILE.
003430     IF VFY-IF-TRAILER-FOUND
003440         IF VFY-IF-TRL-DETAIL-COUNT NOT = VFY-IF-DETAIL-COUNT
003450                 OR VFY-IF-TRL-HASH-TOTAL NOT = VFY-IF-HASH-TOTAL
003460             DISPLAY "*** INPTIF TRAILER DID NOT BALANCE ON "
003470                 "STAGING - COUNT " VFY-IF-TRL-DETAIL-COUNT
003480                 " HASH " VFY-IF-TRL-HASH-TOTAL " ***"
003490                 UPON CONSOLE
003500         END-IF
003510     END-IF.
003520     OPEN INPUT INPTIFWK-FILE.
003530     OPEN OUTPUT INPTIF-FILE.
003540     IF NOT VFY-IF-HEADER-FOUND
003550         DISPLAY "*** NO HEADER ON INPTIF - NEW HEADER "
003560             "SYNTHESIZED ***" UPON CONSOLE
003570         PERFORM 1140-WRITE-NEW-HEADER THRU 1140-EXIT
003580     END-IF.
003590     MOVE "N" TO VFY-IF-EOF-SWITCH.
003600     PERFORM 1120-COPY-BACK-ONE-RECORD THRU 1120-EXIT
003610         UNTIL VFY-IF-EOF-YES.
003620     CLOSE INPTIFWK-FILE.
003630 1100-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670* 1110-STRIP-ONE-IF-RECORD
003680*     READ ONE INPTIF RECORD DURING STAGING.  THE HEADER AND THE
003690*     DETAILS GO TO THE WORK FILE; THE OLD TRAILER IS CAPTURED
003700*     FOR THE BALANCE CHECK AND DROPPED.  DETAILS FEED THE
003710*     REBALANCED COUNT AND HASH THE FRESH TRAILER WILL CARRY.
003720*----------------------------------------------------------------
003730 1110-STRIP-ONE-IF-RECORD.
003740     READ INPTIF-FILE
003750         AT END
003760             SET VFY-IF-EOF-YES TO TRUE
003770         NOT AT END
003780             EVALUATE INPTIF-RECORD-TYPE
003790                 WHEN "H"
003800                     SET VFY-IF-HEADER-FOUND TO TRUE
003810                     WRITE IFWK-RECORD FROM INPTIF-RECORD
003820                 WHEN "T"
003830                     SET VFY-IF-TRAILER-FOUND TO TRUE
003840                     MOVE INPTIF-RECORD TO IFT-TRAILER-RECORD
003850                     MOVE IFT-DETAIL-COUNT
003860                         TO VFY-IF-TRL-DETAIL-COUNT
003870                     MOVE IFT-HASH-TOTAL
003880                         TO VFY-IF-TRL-HASH-TOTAL
003890                 WHEN OTHER
003900                     ADD 1 TO VFY-IF-DETAIL-COUNT
003910                     ADD INPTIF-ENTRY-ID TO VFY-IF-HASH-TOTAL
003920                     WRITE IFWK-RECORD FROM INPTIF-RECORD
003930             END-EVALUATE
003940     END-READ.
003950 1110-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------------
003990* 1120-COPY-BACK-ONE-RECORD
004000*----------------------------------------------------------------
004010 1120-COPY-BACK-ONE-RECORD.
004020     READ INPTIFWK-FILE
004030         AT END
004040             SET VFY-IF-EOF-YES TO TRUE
004050         NOT AT END
004060             WRITE INPTIF-RECORD FROM IFWK-RECORD
004070     END-READ.
004080 1120-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120* 1140-WRITE-NEW-HEADER
004130*----------------------------------------------------------------
004140 1140-WRITE-NEW-HEADER.
004150     MOVE SPACES TO IFH-HEADER-RECORD.
004160     SET IFH-TYPE-HEADER TO TRUE.
004170     MOVE VFY-RUN-DATE TO IFH-RUN-DATE.
004180     MOVE VFY-RUN-TIME TO IFH-RUN-TIME.
004190     MOVE VFY-OPERATOR-ID TO IFH-OPERATOR-ID.
004200     WRITE INPTIF-RECORD FROM IFH-HEADER-RECORD.
004210 1140-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------
004250* 1200-AUTHORIZE-OPERATOR
004260*     LOOK THE SIGNED-ON OPERATOR UP ON THE INPTOPER OPERATOR
004270*     TABLE.  RE-KEYING IS KEYING, SO THE ID MUST BE ON FILE,
004280*     ACTIVE, A PERSON RATHER THAN A BATCH JOB ID, AND HOLD THE
004290*     KEYER ROLE.  A MISSING TABLE (FILE STATUS "35") REFUSES
004300*     EVERYONE.  A REFUSAL IS NAMED, WRITTEN TO INPTSECL (1210),
004310*     AND ENDS THE RUN WITH RETURN CODE 16 BEFORE ANY WORK IS
004320*     DONE.
004330*----------------------------------------------------------------
004340 1200-AUTHORIZE-OPERATOR.
004350     MOVE SPACES TO VFY-REFUSAL-REASON.
004360     OPEN INPUT INPTOPER-FILE.
004370     IF VFY-OPER-FILE-STATUS = "35"
004380         MOVE "NT" TO VFY-REFUSAL-REASON
004390     ELSE
004400         MOVE VFY-OPERATOR-ID TO OPER-ID
004410         READ INPTOPER-FILE
004420             INVALID KEY
004430                 MOVE "UN" TO VFY-REFUSAL-REASON
004440             NOT INVALID KEY
004450                 EVALUATE TRUE
004460                     WHEN NOT OPER-STATUS-ACTIVE
004470                         MOVE "RV" TO VFY-REFUSAL-REASON
004480                     WHEN OPER-TYPE-JOB
004490                         MOVE "JB" TO VFY-REFUSAL-REASON
004500                     WHEN NOT OPER-IS-KEYER
004510                         MOVE "RL" TO VFY-REFUSAL-REASON
004520                 END-EVALUATE
004530         END-READ
004540         CLOSE INPTOPER-FILE
004550     END-IF.
004560     IF VFY-REFUSAL-REASON NOT = SPACES
004570         SET VFY-SIGN-ON-REFUSED TO TRUE
004580         MOVE 16 TO VFY-RETURN-CODE
004590         PERFORM 1210-LOG-REFUSED-SIGN-ON THRU 1210-EXIT
004600     END-IF.
004610 1200-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------
004650* 1210-LOG-REFUSED-SIGN-ON
004660*     NAME THE REFUSED SIGN-ON ON THE CONSOLE AND APPEND IT TO
004670*     THE INPTSECL SECURITY AUDIT TRAIL, CREATING THE TRAIL ON
004680*     FIRST USE.
004690*----------------------------------------------------------------
004700 1210-LOG-REFUSED-SIGN-ON.
004710     DISPLAY "*** SIGN-ON REFUSED FOR " VFY-OPERATOR-ID
004720         " - REASON " VFY-REFUSAL-REASON " - RUN ENDED ***"
004730         UPON CONSOLE.
004740     OPEN EXTEND INPTSECL-FILE.
004750     IF VFY-SECL-FILE-STATUS = "35"
004760         OPEN OUTPUT INPTSECL-FILE
004770     END-IF.
004780     MOVE SPACES TO SECL-RECORD.
004790     ACCEPT SECL-EVENT-DATE FROM DATE YYYYMMDD.
004800     ACCEPT SECL-EVENT-TIME FROM TIME.
004810     MOVE "INPTVRFY" TO SECL-PROGRAM-ID.
004820     MOVE VFY-OPERATOR-ID TO SECL-OPERATOR-ID.
004830     SET SECL-ROLE-KEYER TO TRUE.
004840     MOVE VFY-REFUSAL-REASON TO SECL-REASON-CODE.
004850     SET SECL-MODE-INTERACTIVE TO TRUE.
004860     MOVE 0 TO SECL-ENTRY-ID.
004870     WRITE SECL-RECORD.
004880     CLOSE INPTSECL-FILE.
004890 1210-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------
004930* 2000-WORK-VERIFY-QUEUE
004940*     READ THE NEXT INPTVRFY RECORD IN KEY SEQUENCE.  A WAITING
004950*     RECORD (PENDING OR MISMATCHED) IS OFFERED TO THE OPERATOR;
004960*     A RECORD ALREADY FINISHED ON AN EARLIER RUN IS SKIPPED
004970*     SILENTLY.  WHATEVER IS STILL WAITING AFTERWARDS IS COUNTED
004980*     FOR THE SUMMARY.
004990*----------------------------------------------------------------
005000 2000-WORK-VERIFY-QUEUE.
005010     READ INPTVRFY-FILE NEXT RECORD
005020         AT END
005030             SET VFY-EOF-YES TO TRUE
005040         NOT AT END
005050             ADD 1 TO VFY-QUEUE-COUNT
005060             IF VRFY-STATUS-WAITING
005070                 PERFORM 2100-OFFER-VERIFY-RECORD THRU 2100-EXIT
005080                 IF VRFY-STATUS-WAITING
005090                     ADD 1 TO VFY-WAITING-COUNT
005100                 END-IF
005110             END-IF
005120     END-READ.
005130 2000-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170* 2100-OFFER-VERIFY-RECORD
005180*     SHOW ONE WAITING ENTRY'S IDENTITY - NEVER ITS DESCRIPTION
005190*     OR CATEGORY - AND SEND IT FOR RE-KEYING (PENDING) OR FOR
005200*     RESOLUTION (MISMATCHED EARLIER).  AN OPERATOR ID MATCHING
005210*     THE KEYING OPERATOR'S IS REFUSED - THE SAME OPERATOR
005220*     CANNOT BOTH KEY AND VERIFY AN ENTRY.
005230*----------------------------------------------------------------
005240 2100-OFFER-VERIFY-RECORD.
005250     DISPLAY " " UPON CONSOLE.
005260     DISPLAY "ENTRY ID    : " VRFY-ENTRY-ID UPON CONSOLE.
005270     IF VRFY-TYPE-CORRECT
005280         DISPLAY "ACTION      : CORRECT" UPON CONSOLE
005290     ELSE
005300         DISPLAY "ACTION      : ADD" UPON CONSOLE
005310     END-IF.
005320     DISPLAY "ENTRY DATE  : " VRFY-ENTRY-DATE UPON CONSOLE.
005330     DISPLAY "KEYED BY    : " VRFY-OPERATOR-ID
005340         " ON " VRFY-REQUEST-DATE UPON CONSOLE.
005350     IF VFY-OPERATOR-ID = VRFY-OPERATOR-ID
005360         DISPLAY "*** KEYING OPERATOR CANNOT VERIFY OWN ENTRY - "
005370             "SKIPPED ***" UPON CONSOLE
005380         GO TO 2100-EXIT
005390     END-IF.
005400     IF VRFY-STATUS-PENDING
005410         PERFORM 2200-BLIND-REKEY THRU 2200-EXIT
005420     ELSE
005430         DISPLAY "*** RE-KEY DID NOT MATCH ON " VRFY-MISMATCH-DATE
005440             " ***" UPON CONSOLE
005450         PERFORM 2300-SHOW-BOTH-VERSIONS THRU 2300-EXIT
005460         PERFORM 2400-RESOLVE-MISMATCH THRU 2400-EXIT
005470     END-IF.
005480 2100-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------
005520* 2200-BLIND-REKEY
005530*     TAKE THE SECOND OPERATOR'S DESCRIPTION AND CATEGORY FOR
005540*     THE ENTRY, KEYED FROM THE SOURCE DOCUMENT, AND COMPARE THEM
005550*     WITH WHAT WAS KEYED.  A BLANK DESCRIPTION SKIPS THE ENTRY.
005560*     BOTH FIELDS MATCHING EXACTLY RELEASES THE ORIGINAL (3000)
005570*     AND MARKS IT VERIFIED.  ANYTHING ELSE IS A MISMATCH: THE
005580*     RE-KEYED VERSION IS KEPT ON THE QUEUE RECORD ALONGSIDE THE
005590*     ORIGINAL, BOTH ARE SHOWN, AND THE OPERATOR MAY RESOLVE IT
005600*     NOW OR LEAVE IT FOR A LATER RUN.
005610*----------------------------------------------------------------
005620 2200-BLIND-REKEY.
005630     DISPLAY "RE-KEY FROM THE SOURCE DOCUMENT (BLANK "
005640         "DESCRIPTION TO SKIP)" UPON CONSOLE.
005650     DISPLAY "DESCRIPTION : " UPON CONSOLE.
005660     MOVE SPACES TO VFY-REKEY-DESCRIPTION.
005670     ACCEPT VFY-REKEY-DESCRIPTION FROM CONSOLE.
005680     IF VFY-REKEY-DESCRIPTION = SPACES
005690         GO TO 2200-EXIT
005700     END-IF.
005710     DISPLAY "CATEGORY    : " UPON CONSOLE.
005720     MOVE SPACES TO VFY-REKEY-CATEGORY-CODE.
005730     ACCEPT VFY-REKEY-CATEGORY-CODE FROM CONSOLE.
005740     MOVE VFY-OPERATOR-ID TO VRFY-REKEY-OPERATOR-ID.
005750     MOVE VFY-REKEY-DESCRIPTION TO VRFY-REKEY-DESCRIPTION.
005760     MOVE VFY-REKEY-CATEGORY-CODE TO VRFY-REKEY-CATEGORY-CODE.
005770     IF VFY-REKEY-DESCRIPTION = VRFY-DESCRIPTION
005780             AND VFY-REKEY-CATEGORY-CODE = VRFY-CATEGORY-CODE
005790         DISPLAY "RE-KEY MATCHES" UPON CONSOLE
005800         MOVE VRFY-DESCRIPTION TO VFY-REL-DESCRIPTION
005810         MOVE VRFY-CATEGORY-CODE TO VFY-REL-CATEGORY-CODE
005820         PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT
005830         IF VFY-RELEASE-DONE
005840             SET VRFY-STATUS-VERIFIED TO TRUE
005850             PERFORM 3900-STAMP-DECISION THRU 3900-EXIT
005860             ADD 1 TO VFY-VERIFIED-COUNT
005870         END-IF
005880         GO TO 2200-EXIT
005890     END-IF.
005900     SET VRFY-STATUS-MISMATCHED TO TRUE.
005910     MOVE VFY-RUN-DATE TO VRFY-MISMATCH-DATE.
005920     MOVE VFY-RUN-TIME TO VRFY-MISMATCH-TIME.
005930     REWRITE VRFY-RECORD
005940         INVALID KEY
005950             DISPLAY "*** UNABLE TO REWRITE VERIFY RECORD FOR "
005960                 "ENTRY ID " VRFY-ENTRY-ID " ***" UPON CONSOLE
005970             GO TO 2200-EXIT
005980     END-REWRITE.
005990     ADD 1 TO VFY-MISMATCH-COUNT.
006000     DISPLAY "*** RE-KEY DOES NOT MATCH ***" UPON CONSOLE.
006010     PERFORM 2300-SHOW-BOTH-VERSIONS THRU 2300-EXIT.
006020     PERFORM 2400-RESOLVE-MISMATCH THRU 2400-EXIT.
006030 2200-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------
006070* 2300-SHOW-BOTH-VERSIONS
006080*     SHOW THE ORIGINAL AND RE-KEYED VERSIONS SIDE BY SIDE - THE
006090*     SHORT FIELDS IN TWO COLUMNS, THE DESCRIPTIONS ON ALIGNED
006100*     LINES WITH A CARET UNDER EVERY POSITION THAT DIFFERS.
006110*----------------------------------------------------------------
006120 2300-SHOW-BOTH-VERSIONS.
006130     MOVE SPACES TO VFY-DIFF-LINE.
006140     PERFORM 2310-MARK-ONE-POSITION THRU 2310-EXIT
006150         VARYING VFY-DIFF-INDEX FROM 1 BY 1
006160         UNTIL VFY-DIFF-INDEX > 85.
006170     IF VRFY-CATEGORY-CODE = VRFY-REKEY-CATEGORY-CODE
006180         MOVE SPACES TO VFY-CAT-DIFF-FLAG
006190     ELSE
006200         MOVE "<-- DIFFERS" TO VFY-CAT-DIFF-FLAG
006210     END-IF.
006220     DISPLAY "              ORIGINAL   RE-KEYED" UPON CONSOLE.
006230     DISPLAY "KEYED BY    : " VRFY-OPERATOR-ID "   "
006240         VRFY-REKEY-OPERATOR-ID UPON CONSOLE.
006250     DISPLAY "CATEGORY    : " VRFY-CATEGORY-CODE "       "
006260         VRFY-REKEY-CATEGORY-CODE "       " VFY-CAT-DIFF-FLAG
006270         UPON CONSOLE.
006280     DISPLAY "ORIGINAL    : " VRFY-DESCRIPTION UPON CONSOLE.
006290     DISPLAY "RE-KEYED    : " VRFY-REKEY-DESCRIPTION UPON CONSOLE.
006300     DISPLAY "DIFFERS AT  : " VFY-DIFF-LINE UPON CONSOLE.
006310 2300-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350* 2310-MARK-ONE-POSITION
006360*----------------------------------------------------------------
006370 2310-MARK-ONE-POSITION.
006380     IF VRFY-DESCRIPTION (VFY-DIFF-INDEX:1)
006390             NOT = VRFY-REKEY-DESCRIPTION (VFY-DIFF-INDEX:1)
006400         MOVE "^" TO VFY-DIFF-LINE (VFY-DIFF-INDEX:1)
006410     END-IF.
006420 2310-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------
006460* 2400-RESOLVE-MISMATCH
006470*     TAKE THE RESOLUTION FOR A MISMATCHED ENTRY: RELEASE THE
006480*     ORIGINAL, RELEASE THE RE-KEYED VERSION, REJECT THE ENTRY
006490*     OUTRIGHT, OR SKIP IT AND LEAVE IT WAITING.
006500*----------------------------------------------------------------
006510 2400-RESOLVE-MISMATCH.
006520     DISPLAY "KEEP ORIGINAL (O), KEEP RE-KEYED (K), REJECT (J), "
006530         "OR SKIP (S)? " UPON CONSOLE.
006540     ACCEPT VFY-DECISION-SWITCH FROM CONSOLE.
006550     EVALUATE TRUE
006560         WHEN VFY-KEEP-ORIGINAL
006570             PERFORM 2410-KEEP-ORIGINAL THRU 2410-EXIT
006580         WHEN VFY-KEEP-REKEYED
006590             PERFORM 2420-KEEP-REKEYED THRU 2420-EXIT
006600         WHEN VFY-DECISION-REJECT
006610             PERFORM 4000-REJECT-ENTRY THRU 4000-EXIT
006620         WHEN OTHER
006630             CONTINUE
006640     END-EVALUATE.
006650 2400-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------
006690* 2410-KEEP-ORIGINAL
006700*----------------------------------------------------------------
006710 2410-KEEP-ORIGINAL.
006720     MOVE VRFY-DESCRIPTION TO VFY-REL-DESCRIPTION.
006730     MOVE VRFY-CATEGORY-CODE TO VFY-REL-CATEGORY-CODE.
006740     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
006750     IF VFY-RELEASE-DONE
006760         SET VRFY-STATUS-RESOLVED TO TRUE
006770         SET VRFY-KEPT-ORIGINAL TO TRUE
006780         PERFORM 3900-STAMP-DECISION THRU 3900-EXIT
006790         ADD 1 TO VFY-RESOLVED-COUNT
006800     END-IF.
006810 2410-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850* 2420-KEEP-REKEYED
006860*     THE ORIGINAL'S CATEGORY WAS VALIDATED WHEN IT WAS KEYED;
006870*     THE RE-KEYED ONE NEVER WAS, SO IT MUST BE ON INPTCAT AND
006880*     ACTIVE BEFORE THE RE-KEYED VERSION CAN BE RELEASED.
006890*----------------------------------------------------------------
006900 2420-KEEP-REKEYED.
006910     IF NOT VFY-CAT-TABLE-OPEN
006920         DISPLAY "*** NO CATEGORY TABLE - RE-KEYED VERSION NOT "
006930             "RELEASED ***" UPON CONSOLE
006940         GO TO 2420-EXIT
006950     END-IF.
006960     MOVE VRFY-REKEY-CATEGORY-CODE TO CAT-CODE.
006970     READ INPTCAT-FILE
006980         INVALID KEY
006990             DISPLAY "*** RE-KEYED CATEGORY NOT ON TABLE - NOT "
007000                 "RELEASED ***" UPON CONSOLE
007010             GO TO 2420-EXIT
007020     END-READ.
007030     IF CAT-STATUS-RETIRED
007040         DISPLAY "*** RE-KEYED CATEGORY RETIRED - NOT "
007050             "RELEASED ***" UPON CONSOLE
007060         GO TO 2420-EXIT
007070     END-IF.
007080     MOVE VRFY-REKEY-DESCRIPTION TO VFY-REL-DESCRIPTION.
007090     MOVE VRFY-REKEY-CATEGORY-CODE TO VFY-REL-CATEGORY-CODE.
007100     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
007110     IF VFY-RELEASE-DONE
007120         SET VRFY-STATUS-RESOLVED TO TRUE
007130         SET VRFY-KEPT-REKEYED TO TRUE
007140         PERFORM 3900-STAMP-DECISION THRU 3900-EXIT
007150         ADD 1 TO VFY-RESOLVED-COUNT
007160     END-IF.
007170 2420-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------------
007210* 3000-RELEASE-ENTRY
007220*     RELEASE THE ENTRY WITH THE DESCRIPTION AND CATEGORY IN
007230*     VFY-REL-DESCRIPTION/VFY-REL-CATEGORY-CODE.  AN ENTRY DATED
007240*     AFTER TODAY IS PARKED ON INPTPEND (3300), AS INPUTPRINT
007250*     WOULD HAVE PARKED IT, FOR INPTPREL TO RELEASE ON ITS DATE.
007260*     OTHERWISE THE ADD OR CORRECT IS APPLIED TO INPTMST (3100
007270*     OR 3200), JOURNALED (3400), AND LOGGED AND SENT (5000).
007280*     THE MASTER-STATUS RULES INPUTPRINT CHECKED AT KEYING TIME
007290*     ARE RECHECKED HERE - THE MASTER MAY HAVE CHANGED WHILE THE
007300*     ENTRY WAITED.  A RELEASE THAT CANNOT BE APPLIED IS NAMED
007310*     AND COUNTED, AND THE ENTRY IS LEFT WAITING.
007320*----------------------------------------------------------------
007330 3000-RELEASE-ENTRY.
007340     MOVE "N" TO VFY-RELEASE-SWITCH.
007350     IF VRFY-ENTRY-DATE > VFY-RUN-DATE
007360         PERFORM 3300-PARK-FUTURE-ENTRY THRU 3300-EXIT
007370         GO TO 3000-EXIT
007380     END-IF.
007390     IF VRFY-TYPE-CORRECT
007400         PERFORM 3200-RELEASE-CORRECT THRU 3200-EXIT
007410     ELSE
007420         PERFORM 3100-RELEASE-ADD THRU 3100-EXIT
007430     END-IF.
007440     IF VFY-RELEASE-DONE
007450         PERFORM 3400-WRITE-JOURNAL-RECORD THRU 3400-EXIT
007460         PERFORM 5000-WRITE-LOG-AND-IF THRU 5000-EXIT
007470     END-IF.
007480 3000-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------------
007520* 3100-RELEASE-ADD
007530*     THE MASTER RECORD IS STAMPED WITH THE KEYING OPERATOR, AS
007540*     INPTPREL STAMPS A RELEASED ADD WITH THE PARKING OPERATOR.
007550*----------------------------------------------------------------
007560 3100-RELEASE-ADD.
007570     MOVE VRFY-ENTRY-ID TO MST-ENTRY-ID.
007580     MOVE VFY-REL-DESCRIPTION TO MST-DESCRIPTION.
007590     SET MST-STATUS-ACTIVE TO TRUE.
007600     MOVE VRFY-ENTRY-DATE TO MST-ADD-DATE.
007610     MOVE VRFY-OPERATOR-ID TO MST-ADD-OPERATOR-ID.
007620     MOVE VRFY-ENTRY-DATE TO MST-LAST-UPDATE-DATE.
007630     MOVE VFY-RUN-TIME TO MST-LAST-UPDATE-TIME.
007640     MOVE VRFY-OPERATOR-ID TO MST-LAST-OPERATOR-ID.
007650     SET MST-ACTION-ADD TO TRUE.
007660     MOVE VFY-REL-CATEGORY-CODE TO MST-CATEGORY-CODE.
007670     WRITE MST-RECORD
007680         INVALID KEY
007690             ADD 1 TO VFY-REFUSED-COUNT
007700             DISPLAY "*** UNABLE TO ADD MASTER RECORD FOR "
007710                 "ENTRY ID " VRFY-ENTRY-ID " - NOT RELEASED ***"
007720                 UPON CONSOLE
007730             GO TO 3100-EXIT
007740     END-WRITE.
007750     MOVE SPACES TO VFY-JRN-BEFORE-IMAGE.
007760     SET VFY-RELEASE-DONE TO TRUE.
007770     DISPLAY "RELEASED ADD     : " VRFY-ENTRY-ID UPON CONSOLE.
007780 3100-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------
007820* 3200-RELEASE-CORRECT
007830*     A CORRECT NEVER APPLIES TO A MISSING OR DELETED RECORD.
007840*----------------------------------------------------------------
007850 3200-RELEASE-CORRECT.
007860     MOVE VRFY-ENTRY-ID TO MST-ENTRY-ID.
007870     READ INPTMST-FILE
007880         INVALID KEY
007890             ADD 1 TO VFY-REFUSED-COUNT
007900             DISPLAY "*** ENTRY ID " VRFY-ENTRY-ID
007910                 " NOT ON MASTER FILE - NOT RELEASED ***"
007920                 UPON CONSOLE
007930             GO TO 3200-EXIT
007940     END-READ.
007950     IF MST-STATUS-DELETED
007960         ADD 1 TO VFY-REFUSED-COUNT
007970         DISPLAY "*** ENTRY ID " VRFY-ENTRY-ID
007980             " ALREADY DELETED - NOT RELEASED ***" UPON CONSOLE
007990         GO TO 3200-EXIT
008000     END-IF.
008010     MOVE MST-RECORD TO VFY-JRN-BEFORE-IMAGE.
008020     MOVE VFY-REL-DESCRIPTION TO MST-DESCRIPTION.
008030     MOVE VRFY-ENTRY-DATE TO MST-LAST-UPDATE-DATE.
008040     MOVE VFY-RUN-TIME TO MST-LAST-UPDATE-TIME.
008050     MOVE VRFY-OPERATOR-ID TO MST-LAST-OPERATOR-ID.
008060     SET MST-ACTION-CORRECT TO TRUE.
008070     MOVE VFY-REL-CATEGORY-CODE TO MST-CATEGORY-CODE.
008080     REWRITE MST-RECORD
008081         INVALID KEY
008082             ADD 1 TO VFY-REFUSED-COUNT
008083             DISPLAY "*** UNABLE TO REWRITE MASTER RECORD FOR "
008084                 "ENTRY ID " VRFY-ENTRY-ID " - NOT RELEASED ***"
008085                 UPON CONSOLE
008086             GO TO 3200-EXIT
008087     END-REWRITE.
008090     SET VFY-RELEASE-DONE TO TRUE.
008100     DISPLAY "RELEASED CORRECT : " VRFY-ENTRY-ID UPON CONSOLE.
008110 3200-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------
008150* 3300-PARK-FUTURE-ENTRY
008160*     WRITE THE VERIFIED FUTURE-DATED ENTRY TO INPTPEND UNDER
008170*     THE KEYING OPERATOR'S ID, STAMPED WITH THIS RUN'S DATE AND
008180*     TIME.  NO MASTER UPDATE, LOG OR INTERFACE RECORD HAPPENS
008190*     NOW - INPTPREL DOES ALL OF THAT WHEN THE DATE ARRIVES.
008200*----------------------------------------------------------------
008210 3300-PARK-FUTURE-ENTRY.
008220     MOVE VRFY-RECORD-TYPE TO PEND-RECORD-TYPE.
008230     MOVE VRFY-ENTRY-ID TO PEND-ENTRY-ID.
008240     MOVE VRFY-ENTRY-DATE TO PEND-ENTRY-DATE.
008250     MOVE VFY-REL-DESCRIPTION TO PEND-DESCRIPTION.
008260     MOVE VRFY-OPERATOR-ID TO PEND-OPERATOR-ID.
008270     MOVE VFY-REL-CATEGORY-CODE TO PEND-CATEGORY-CODE.
008280     MOVE VFY-RUN-DATE TO PEND-RUN-DATE.
008290     MOVE VFY-RUN-TIME TO PEND-RUN-TIME.
008300     WRITE PEND-RECORD.
008310     ADD 1 TO VFY-PARKED-COUNT.
008320     SET VFY-RELEASE-DONE TO TRUE.
008330     DISPLAY "PARKED FOR RELEASE ON " VRFY-ENTRY-DATE
008340         " : " VRFY-ENTRY-ID UPON CONSOLE.
008350 3300-EXIT.
008360     EXIT.
008370
008380*----------------------------------------------------------------
008390* 3400-WRITE-JOURNAL-RECORD
008400*     ADD ONE RECORD TO THE INPTJRNL CHANGE JOURNAL FOR THE
008410*     RELEASED ADD OR CORRECT: THE MASTER RECORD AS 3200 READ
008420*     IT (NONE FOR AN ADD) AND AS IT WAS JUST WRITTEN.  THE
008430*     OPERATOR WHO ASKED FOR THE CHANGE IS THE KEYING OPERATOR;
008440*     THE APPROVER IS THE OPERATOR WHO VERIFIED OR RESOLVED IT.
008450*----------------------------------------------------------------
008460 3400-WRITE-JOURNAL-RECORD.
008470     ADD 1 TO VFY-JRN-SEQUENCE.
008480     MOVE MST-ENTRY-ID TO JRN-ENTRY-ID.
008490     MOVE VFY-RUN-DATE TO JRN-CHANGE-DATE.
008500     MOVE VFY-RUN-TIME TO JRN-CHANGE-TIME.
008510     MOVE VFY-JRN-SEQUENCE TO JRN-SEQUENCE.
008520     MOVE MST-LAST-ACTION TO JRN-ACTION.
008530     MOVE "INPTVRFY" TO JRN-PROGRAM-ID.
008540     MOVE VRFY-OPERATOR-ID TO JRN-OPERATOR-ID.
008550     MOVE VFY-OPERATOR-ID TO JRN-APPROVER-ID.
008560     IF VFY-JRN-BEFORE-IMAGE = SPACES
008570         SET JRN-BEFORE-NONE TO TRUE
008580     ELSE
008590         SET JRN-BEFORE-PRESENT TO TRUE
008600     END-IF.
008610     MOVE VFY-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
008620     MOVE MST-RECORD TO JRN-AFTER-IMAGE.
008630     WRITE JRN-RECORD
008640         INVALID KEY
008650             DISPLAY "*** UNABLE TO WRITE JOURNAL RECORD FOR "
008660                 "ENTRY ID " MST-ENTRY-ID " ***" UPON CONSOLE
008670     END-WRITE.
008680 3400-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------
008720* 3900-STAMP-DECISION
008730*     RECORD WHO FINISHED THE ENTRY AND WHEN, UNDER THE STATUS
008740*     (AND RESOLUTION CODE) THE CALLER HAS ALREADY SET, AND
008750*     REWRITE THE QUEUE RECORD.
008760*----------------------------------------------------------------
008770 3900-STAMP-DECISION.
008780     MOVE VFY-OPERATOR-ID TO VRFY-DECISION-ID.
008790     MOVE VFY-RUN-DATE TO VRFY-DECISION-DATE.
008800     MOVE VFY-RUN-TIME TO VRFY-DECISION-TIME.
008810     REWRITE VRFY-RECORD
008820         INVALID KEY
008830             DISPLAY "*** UNABLE TO REWRITE VERIFY RECORD FOR "
008840                 "ENTRY ID " VRFY-ENTRY-ID " ***" UPON CONSOLE
008850     END-REWRITE.
008860 3900-EXIT.
008870     EXIT.
008880
008890*----------------------------------------------------------------
008900* 4000-REJECT-ENTRY
008910*     LEAVE INPTMST UNTOUCHED, MARK THE QUEUE RECORD REJECTED,
008920*     AND LOG THE REJECTION (4100).
008930*----------------------------------------------------------------
008940 4000-REJECT-ENTRY.
008950     SET VRFY-STATUS-REJECTED TO TRUE.
008960     PERFORM 3900-STAMP-DECISION THRU 3900-EXIT.
008970     PERFORM 4100-LOG-REJECTION THRU 4100-EXIT.
008980     ADD 1 TO VFY-REJECTED-COUNT.
008990     DISPLAY "REJECTED         : " VRFY-ENTRY-ID UPON CONSOLE.
009000 4000-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------
009040* 4100-LOG-REJECTION
009050*     WRITE THE REJECTED INPTLOG RECORD FOR A REJECTED ENTRY,
009060*     CARRYING THE ORIGINAL AS KEYED AND STAMPED WITH THE KEYING
009070*     OPERATOR'S ID, SINCE THE ERROR BEING REJECTED IS THEIRS.
009080*     NO INPTIF RECORD IS WRITTEN.
009090*----------------------------------------------------------------
009100 4100-LOG-REJECTION.
009110     MOVE VFY-RUN-DATE TO LOG-RUN-DATE.
009120     MOVE VFY-RUN-TIME TO LOG-RUN-TIME.
009130     SET LOG-STATUS-REJECTED TO TRUE.
009140     SET LOG-NOT-DUPLICATE TO TRUE.
009150     MOVE VRFY-RECORD-TYPE TO LOG-RECORD-TYPE.
009160     MOVE VRFY-ENTRY-ID TO LOG-ENTRY-ID.
009170     MOVE VRFY-ENTRY-DATE TO LOG-ENTRY-DATE.
009180     MOVE VRFY-DESCRIPTION TO LOG-DESCRIPTION.
009190     MOVE VRFY-OPERATOR-ID TO LOG-OPERATOR-ID.
009200     MOVE VRFY-CATEGORY-CODE TO LOG-CATEGORY-CODE.
009205     SET LOG-REASON-VERIFY-REJECTED TO TRUE.
009210     WRITE INPTLOG-RECORD.
009220 4100-EXIT.
009230     EXIT.
009240
009250*----------------------------------------------------------------
009260* 5000-WRITE-LOG-AND-IF
009270*     BUILD AND WRITE THE INPTLOG AND INPTIF RECORDS FOR A
009280*     RELEASED ENTRY - THE RECORDS INPUTPRINT WOULD HAVE WRITTEN
009290*     HAD THE ENTRY NOT WAITED - STAMPED WITH THE KEYING
009300*     OPERATOR'S ID AND THIS RUN'S DATE/TIME.
009310*----------------------------------------------------------------
009320 5000-WRITE-LOG-AND-IF.
009330     MOVE VFY-RUN-DATE TO LOG-RUN-DATE.
009340     MOVE VFY-RUN-TIME TO LOG-RUN-TIME.
009350     SET LOG-STATUS-ACCEPTED TO TRUE.
009360     SET LOG-NOT-DUPLICATE TO TRUE.
009370     MOVE VRFY-RECORD-TYPE TO LOG-RECORD-TYPE.
009380     MOVE VRFY-ENTRY-ID TO LOG-ENTRY-ID.
009390     MOVE VRFY-ENTRY-DATE TO LOG-ENTRY-DATE.
009400     MOVE VFY-REL-DESCRIPTION TO LOG-DESCRIPTION.
009410     MOVE VRFY-OPERATOR-ID TO LOG-OPERATOR-ID.
009420     MOVE VFY-REL-CATEGORY-CODE TO LOG-CATEGORY-CODE.
009425     MOVE SPACES TO LOG-REJECT-REASON.
009430     WRITE INPTLOG-RECORD.
009440     MOVE VRFY-RECORD-TYPE TO INPTIF-RECORD-TYPE.
009450     MOVE VRFY-ENTRY-ID TO INPTIF-ENTRY-ID.
009460     MOVE VRFY-ENTRY-DATE TO INPTIF-ENTRY-DATE.
009470     MOVE VFY-REL-DESCRIPTION TO INPTIF-DESCRIPTION.
009480     MOVE VRFY-OPERATOR-ID TO INPTIF-OPERATOR-ID.
009490     MOVE VFY-REL-CATEGORY-CODE TO INPTIF-CATEGORY-CODE.
009500     WRITE INPTIF-RECORD.
009510     ADD 1 TO VFY-IF-DETAIL-COUNT.
009520     ADD INPTIF-ENTRY-ID TO VFY-IF-HASH-TOTAL.
009530     ADD 1 TO VFY-IF-RUN-COUNT.
009540     ADD INPTIF-ENTRY-ID TO VFY-IF-RUN-HASH.
009550 5000-EXIT.
009560     EXIT.
009570
009580*----------------------------------------------------------------
009590* 7000-PRODUCE-SUMMARY
009600*     TELL THE OPERATOR HOW THE RUN CAME OUT.
009610*----------------------------------------------------------------
009620 7000-PRODUCE-SUMMARY.
009630     DISPLAY " " UPON CONSOLE.
009640     DISPLAY "INPTVRFY RUN SUMMARY" UPON CONSOLE.
009650     DISPLAY "  QUEUE RECORDS SCANNED : " VFY-QUEUE-COUNT
009660         UPON CONSOLE.
009670     DISPLAY "  VERIFIED ON RE-KEY    : " VFY-VERIFIED-COUNT
009680         UPON CONSOLE.
009690     DISPLAY "  RE-KEYS MISMATCHED    : " VFY-MISMATCH-COUNT
009700         UPON CONSOLE.
009710     DISPLAY "  MISMATCHES RESOLVED   : " VFY-RESOLVED-COUNT
009720         UPON CONSOLE.
009730     DISPLAY "  ENTRIES REJECTED      : " VFY-REJECTED-COUNT
009740         UPON CONSOLE.
009750     DISPLAY "  PARKED FOR LATER DATE : " VFY-PARKED-COUNT
009760         UPON CONSOLE.
009770     DISPLAY "  RELEASES REFUSED      : " VFY-REFUSED-COUNT
009780         UPON CONSOLE.
009790     DISPLAY "  STILL WAITING         : " VFY-WAITING-COUNT
009800         UPON CONSOLE.
009810 7000-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------------
009850* 8000-WRITE-IF-TRAILER
009860*     CLOSE OUT THE INPTIF ENVELOPE WITH A FRESH TRAILER CARRYING
009870*     THE REBALANCED DETAIL COUNT AND ENTRY-ID HASH TOTAL - THE
009880*     STAGED DETAILS PLUS THIS RUN'S RELEASED ENTRIES.
009890*----------------------------------------------------------------
009900 8000-WRITE-IF-TRAILER.
009910     MOVE SPACES TO IFT-TRAILER-RECORD.
009920     SET IFT-TYPE-TRAILER TO TRUE.
009930     MOVE VFY-IF-DETAIL-COUNT TO IFT-DETAIL-COUNT.
009940     MOVE VFY-IF-HASH-TOTAL TO IFT-HASH-TOTAL.
009950     WRITE INPTIF-RECORD FROM IFT-TRAILER-RECORD.
009960 8000-EXIT.
009970     EXIT.
009980
009990*----------------------------------------------------------------
010000* 8500-WRITE-RUN-CONTROL
010010*     APPEND THIS RUN'S STATISTICS TO THE SHARED INPTRCTL
010020*     RUN-CONTROL FILE FOR THE INPTPROF BALANCING PROOF, THE
010030*     SAME WAY INPTAPPR DOES.  AN ENTRY RELEASED TO THE MASTER
010040*     WRITES ONE ACCEPTED INPTLOG AND ONE INPTIF RECORD (5000), A
010050*     PARKED ONE AN INPTPEND RECORD ONLY (3300), A REJECTED ONE
010060*     A REJECTED INPTLOG RECORD ONLY (4100).  EVERY VERIFIED,
010070*     RESOLVED OR REJECTED ENTRY LEAVES THE VERIFICATION QUEUE.
010080*----------------------------------------------------------------
010090 8500-WRITE-RUN-CONTROL.
010100     OPEN EXTEND INPTRCTL-FILE.
010110     IF VFY-RCT-FILE-STATUS = "35"
010120         OPEN OUTPUT INPTRCTL-FILE
010130     END-IF.
010140     MOVE SPACES TO RCT-RECORD.
010150     SET RCT-TYPE-JOB TO TRUE.
010160     MOVE "INPTVRFY" TO RCT-PROGRAM-ID.
010170     MOVE VFY-RUN-DATE TO RCT-RUN-DATE.
010180     MOVE VFY-RUN-TIME TO RCT-RUN-TIME.
010190     MOVE VFY-RUN-DATE TO RCT-BUSINESS-DATE.
010200     MOVE VFY-OPERATOR-ID TO RCT-OPERATOR-ID.
010210     SET RCT-MODE-INTERACTIVE TO TRUE.
010220     MOVE VFY-RETURN-CODE TO RCT-RETURN-CODE.
010230     MOVE VFY-QUEUE-COUNT TO RCT-RECORDS-READ.
010240     ADD VFY-VERIFIED-COUNT VFY-RESOLVED-COUNT
010250         GIVING RCT-ACCEPTED-COUNT.
010260     MOVE VFY-REJECTED-COUNT TO RCT-REJECTED-COUNT.
010270     MOVE VFY-IF-RUN-COUNT TO RCT-LOG-ACCEPTED-COUNT.
010280     MOVE VFY-REJECTED-COUNT TO RCT-LOG-REJECTED-COUNT.
010290     MOVE VFY-IF-RUN-COUNT TO RCT-IF-DETAIL-COUNT.
010300     MOVE VFY-IF-RUN-HASH TO RCT-IF-HASH-TOTAL.
010310     MOVE VFY-IF-DETAIL-COUNT TO RCT-IF-TRL-DETAIL-COUNT.
010320     MOVE VFY-IF-HASH-TOTAL TO RCT-IF-TRL-HASH-TOTAL.
010330     MOVE ZEROS TO RCT-QUEUE-MOVEMENT.
010340     MOVE VFY-PARKED-COUNT TO RCT-PEND-ADDED.
010350     MOVE ZEROS TO RCT-QUEUE-CLOSE.
010360     MOVE ZEROS TO RCT-VRFY-ADDED.
010370     ADD VFY-VERIFIED-COUNT VFY-RESOLVED-COUNT VFY-REJECTED-COUNT
010380         GIVING RCT-VRFY-CLEARED.
010390     MOVE ZEROS TO RCT-VRFY-CLOSE.
010400     WRITE RCT-RECORD.
010410     CLOSE INPTRCTL-FILE.
010420 8500-EXIT.
010430     EXIT.
010440
010450*----------------------------------------------------------------
010460* 9000-TERMINATE
010470*     CLOSE ALL OPEN FILES BEFORE STOP RUN.
010480*----------------------------------------------------------------
010490 9000-TERMINATE.
010500     PERFORM 8000-WRITE-IF-TRAILER THRU 8000-EXIT.
010510     CLOSE INPTVRFY-FILE.
010520     CLOSE INPTMST-FILE.
010530     CLOSE INPTJRNL-FILE.
010540     CLOSE INPTLOG-FILE.
010550     CLOSE INPTIF-FILE.
010560     CLOSE INPTPEND-FILE.
010570     IF VFY-CAT-TABLE-OPEN
010580         CLOSE INPTCAT-FILE
010590     END-IF.
010600 9000-EXIT.
010610     EXIT.

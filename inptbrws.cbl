000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INPTBRWS.
000120 AUTHOR.        D. ORIC.
000130 INSTALLATION.  DATA ENTRY SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DRO  ORIGINAL PROGRAM.  ONLINE BROWSE OF THE INPTMST
000200*                  MASTER FOR AN OPERATOR WHO DOES NOT KNOW AN
000210*                  ITEM'S ENTRY ID.  PAGES THROUGH THE MASTER BY
000220*                  CATEGORY CODE (ON THE MST-CATEGORY-CODE
000230*                  ALTERNATE KEY), BY DESCRIPTION PREFIX (ON THE
000240*                  MST-DESCRIPTION ALTERNATE KEY) OR BY A KEYWORD
000250*                  ANYWHERE IN THE DESCRIPTION, TEN ITEMS TO A
000260*                  PAGE, SHOWING ID, STATUS, CATEGORY, LAST ACTION
000270*                  AND LAST-UPDATE DATE.  PICKING A LINE SHOWS THE
000280*                  FULL RECORD.  DELETED ITEMS ARE LEFT OUT UNLESS
000290*                  ASKED FOR, SO THAT ONE CAN BE FOUND AND
000300*                  REINSTATED RATHER THAN KEYED AGAIN AS A NEW
000310*                  ADD.  READ ONLY.  CONSOLE PROMPT STYLE AS IN
000320*                  INPTVRFY.
000330*----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 SPECIAL-NAMES.
000400     CONSOLE IS CONSOLE.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT INPTMST-FILE ASSIGN TO INPTMST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS MST-ENTRY-ID
000480         ALTERNATE RECORD KEY IS MST-CATEGORY-CODE
000490             WITH DUPLICATES
000500         ALTERNATE RECORD KEY IS MST-DESCRIPTION
000510             WITH DUPLICATES
000520         FILE STATUS IS BRW-MST-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  INPTMST-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY INPTMST.
000590
000600 WORKING-STORAGE SECTION.
000610 77  BRW-MST-FILE-STATUS        PIC X(02) VALUE SPACES.
000620
000630 77  BRW-QUIT-SWITCH            PIC X(01) VALUE "N".
000640     88  BRW-QUIT               VALUE "Y".
000650 77  BRW-LIST-SWITCH            PIC X(01) VALUE "N".
000660     88  BRW-LIST-DONE          VALUE "Y".
000670 77  BRW-END-SWITCH             PIC X(01) VALUE "N".
000680     88  BRW-END-OF-LIST        VALUE "Y".
000690 77  BRW-PAGE-SWITCH            PIC X(01) VALUE "N".
000700     88  BRW-PAGE-DONE          VALUE "Y".
000710 77  BRW-DELETED-SWITCH         PIC X(01) VALUE "N".
000720     88  BRW-INCLUDE-DELETED    VALUE "Y".
000730 77  BRW-MATCH-SWITCH           PIC X(01) VALUE "N".
000740     88  BRW-RECORD-MATCHES     VALUE "Y".
000750
000760 77  BRW-MODE-SWITCH            PIC X(01) VALUE SPACES.
000770     88  BRW-MODE-CATEGORY      VALUE "C".
000780     88  BRW-MODE-PREFIX        VALUE "P".
000790     88  BRW-MODE-KEYWORD       VALUE "K".
000800     88  BRW-MODE-QUIT          VALUE "Q".
000810     88  BRW-MODE-VALID         VALUE "C" "P" "K" "Q".
000820
000830 77  BRW-CATEGORY-CODE          PIC X(04) VALUE SPACES.
000840 77  BRW-SEARCH-TEXT            PIC X(85) VALUE SPACES.
000850 77  BRW-SEARCH-LENGTH          PIC 9(02) COMP VALUE 0.
000860 77  BRW-SCAN-INDEX             PIC 9(02) COMP.
000870 77  BRW-KEYWORD-TALLY          PIC 9(04) COMP VALUE 0.
000880 77  BRW-DELETED-REPLY          PIC X(01) VALUE SPACES.
000890
000900 77  BRW-PAGE-CHOICE            PIC X(02) VALUE SPACES.
000910 77  BRW-PICK-NUMBER            PIC 9(02) VALUE 0.
000920 77  BRW-LINE-INDEX             PIC 9(02) COMP.
000930 77  BRW-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
000940 77  BRW-ITEMS-LISTED           PIC 9(06) COMP VALUE 0.
000950
000960 77  BRW-EDIT-LINE-NUMBER       PIC Z9.
000970 77  BRW-EDIT-PAGE              PIC ZZZ9.
000980 77  BRW-EDIT-COUNT             PIC ZZZ,ZZ9.
000990 77  BRW-EDIT-STATUS            PIC X(07).
001000 77  BRW-EDIT-ACTION            PIC X(09).
001010
001020*----------------------------------------------------------------
001030* BRW-PAGE-TABLE
001040*     THE MASTER RECORDS ON THE PAGE NOW SHOWING.  THE WHOLE
001050*     RECORD IS KEPT, SO PICKING A LINE SHOWS IT WITHOUT A
001060*     RANDOM READ THAT WOULD LOSE THE BROWSE POSITION ON THE
001070*     ALTERNATE KEY.
001080*----------------------------------------------------------------
001090 01  BRW-PAGE-TABLE.
001100     05  BRW-PAGE-ENTRY OCCURS 10 TIMES.
001110         10  BRW-PAGE-RECORD        PIC X(137).
001120 77  BRW-PAGE-COUNT             PIC 9(02) COMP VALUE 0.
001130 77  BRW-PAGE-MAX               PIC 9(02) COMP VALUE 10.
001140
001150 PROCEDURE DIVISION.
001160*----------------------------------------------------------------
001170* 0000-MAINLINE
001180*     TAKE BROWSE REQUESTS UNTIL THE OPERATOR QUITS.
001190*----------------------------------------------------------------
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     PERFORM 2000-TAKE-BROWSE-REQUEST THRU 2000-EXIT
001230         UNTIL BRW-QUIT.
001240     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001250     STOP RUN.
001260
001270*----------------------------------------------------------------
001280* 1000-INITIALIZE
001290*     THE MASTER IS ONLY READ.  NO MASTER AT ALL MEANS NOTHING TO
001300*     BROWSE, AND THE TRANSACTION ENDS AT ONCE.
001310*----------------------------------------------------------------
001320 1000-INITIALIZE.
001330     OPEN INPUT INPTMST-FILE.
001340     IF BRW-MST-FILE-STATUS = "35"
001350         DISPLAY "*** INPTMST NOT FOUND - NOTHING TO BROWSE ***"
001360             UPON CONSOLE
001370         SET BRW-QUIT TO TRUE
001380     END-IF.
001390 1000-EXIT.
001400     EXIT.
001410
001420*----------------------------------------------------------------
001430* 2000-TAKE-BROWSE-REQUEST
001440*     ASK HOW TO BROWSE, TAKE THE CATEGORY, PREFIX OR KEYWORD
001450*     AND WHETHER DELETED ITEMS ARE WANTED, THEN LIST (3000).
001460*     A KEYWORD BROWSE MAY BE NARROWED TO ONE CATEGORY; WITHOUT
001470*     ONE IT READS THE WHOLE MASTER.
001480*----------------------------------------------------------------
001490 2000-TAKE-BROWSE-REQUEST.
001500     DISPLAY " " UPON CONSOLE.
001510     DISPLAY "BROWSE BY CATEGORY (C), DESCRIPTION PREFIX (P), "
001520         "KEYWORD (K), OR QUIT (Q)? " UPON CONSOLE.
001530     MOVE SPACES TO BRW-MODE-SWITCH.
001540     ACCEPT BRW-MODE-SWITCH FROM CONSOLE.
001550     IF NOT BRW-MODE-VALID
001560         DISPLAY "*** INVALID CHOICE ***" UPON CONSOLE
001570         GO TO 2000-EXIT
001580     END-IF.
001590     IF BRW-MODE-QUIT
001600         SET BRW-QUIT TO TRUE
001610         GO TO 2000-EXIT
001620     END-IF.
001630     MOVE SPACES TO BRW-CATEGORY-CODE.
001640     MOVE SPACES TO BRW-SEARCH-TEXT.
001650     MOVE 0 TO BRW-SEARCH-LENGTH.
001660     IF BRW-MODE-CATEGORY
001670         DISPLAY "CATEGORY CODE : " UPON CONSOLE
001680         ACCEPT BRW-CATEGORY-CODE FROM CONSOLE
001690         IF BRW-CATEGORY-CODE = SPACES
001700             DISPLAY "*** NO CATEGORY CODE KEYED ***" UPON CONSOLE
001710             GO TO 2000-EXIT
001720         END-IF
001730     END-IF.
001740     IF BRW-MODE-PREFIX
001750         DISPLAY "DESCRIPTION PREFIX : " UPON CONSOLE
001760         ACCEPT BRW-SEARCH-TEXT FROM CONSOLE
001770     END-IF.
001780     IF BRW-MODE-KEYWORD
001790         DISPLAY "KEYWORD : " UPON CONSOLE
001800         ACCEPT BRW-SEARCH-TEXT FROM CONSOLE
001810     END-IF.
001820     IF NOT BRW-MODE-CATEGORY
001830         PERFORM 2100-MEASURE-SEARCH-TEXT THRU 2100-EXIT
001840         IF BRW-SEARCH-LENGTH = 0
001850             DISPLAY "*** NOTHING KEYED TO SEARCH FOR ***"
001860                 UPON CONSOLE
001870             GO TO 2000-EXIT
001880         END-IF
001890     END-IF.
001900     IF BRW-MODE-KEYWORD
001910         DISPLAY "CATEGORY CODE (BLANK FOR ALL) : " UPON CONSOLE
001920         ACCEPT BRW-CATEGORY-CODE FROM CONSOLE
001930     END-IF.
001940     DISPLAY "INCLUDE DELETED ITEMS (Y/N)? " UPON CONSOLE.
001950     MOVE SPACES TO BRW-DELETED-REPLY.
001960     ACCEPT BRW-DELETED-REPLY FROM CONSOLE.
001970     IF BRW-DELETED-REPLY = "Y"
001980         SET BRW-INCLUDE-DELETED TO TRUE
001990     ELSE
002000         MOVE "N" TO BRW-DELETED-SWITCH
002010     END-IF.
002020     PERFORM 3000-BROWSE-LIST THRU 3000-EXIT.
002030 2000-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------------
002070* 2100-MEASURE-SEARCH-TEXT
002080*     LENGTH OF THE PREFIX OR KEYWORD WITHOUT ITS TRAILING
002090*     SPACES, FOUND BY STEPPING BACK FROM THE END.
002100*----------------------------------------------------------------
002110 2100-MEASURE-SEARCH-TEXT.
002120     MOVE 0 TO BRW-SEARCH-LENGTH.
002130     PERFORM 2110-TEST-ONE-POSITION THRU 2110-EXIT
002140         VARYING BRW-SCAN-INDEX FROM 85 BY -1
002150         UNTIL BRW-SCAN-INDEX < 1
002160             OR BRW-SEARCH-LENGTH > 0.
002170 2100-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------------
002210* 2110-TEST-ONE-POSITION
002220*----------------------------------------------------------------
002230 2110-TEST-ONE-POSITION.
002240     IF BRW-SEARCH-TEXT(BRW-SCAN-INDEX:1) NOT = SPACE
002250         MOVE BRW-SCAN-INDEX TO BRW-SEARCH-LENGTH
002260     END-IF.
002270 2110-EXIT.
002280     EXIT.
002290
002300*----------------------------------------------------------------
002310* 3000-BROWSE-LIST
002320*     POSITION THE MASTER FOR THE BROWSE (3100) AND SHOW IT A
002330*     PAGE AT A TIME UNTIL THE LIST RUNS OUT OR THE OPERATOR
002340*     ENDS IT.
002350*----------------------------------------------------------------
002360 3000-BROWSE-LIST.
002370     MOVE "N" TO BRW-LIST-SWITCH.
002380     MOVE "N" TO BRW-END-SWITCH.
002390     MOVE 0 TO BRW-PAGE-NUMBER.
002400     MOVE 0 TO BRW-ITEMS-LISTED.
002410     PERFORM 3100-POSITION-MASTER THRU 3100-EXIT.
002420     PERFORM 3200-SHOW-ONE-PAGE THRU 3200-EXIT
002430         UNTIL BRW-LIST-DONE.
002440     MOVE BRW-ITEMS-LISTED TO BRW-EDIT-COUNT.
002450     DISPLAY "ITEMS LISTED : " BRW-EDIT-COUNT UPON CONSOLE.
002460 3000-EXIT.
002470     EXIT.
002480
002490*----------------------------------------------------------------
002500* 3100-POSITION-MASTER
002510*     A CATEGORY BROWSE, OR A KEYWORD BROWSE NARROWED TO ONE
002520*     CATEGORY, STARTS AT THAT CODE ON THE CATEGORY KEY.  A
002530*     PREFIX BROWSE STARTS AT THE PREFIX ON THE DESCRIPTION KEY
002540*     (THE SPACES AFTER IT SORT LOW, SO THE FIRST DESCRIPTION
002550*     BEGINNING WITH IT IS FOUND).  A KEYWORD BROWSE OVER EVERY
002560*     CATEGORY STARTS AT THE LOW END OF THE ENTRY ID.
002570*----------------------------------------------------------------
002580 3100-POSITION-MASTER.
002590     EVALUATE TRUE
002600         WHEN BRW-CATEGORY-CODE NOT = SPACES
002610             MOVE BRW-CATEGORY-CODE TO MST-CATEGORY-CODE
002620             START INPTMST-FILE KEY IS EQUAL TO MST-CATEGORY-CODE
002630                 INVALID KEY
002640                     SET BRW-END-OF-LIST TO TRUE
002650             END-START
002660         WHEN BRW-MODE-PREFIX
002670             MOVE BRW-SEARCH-TEXT TO MST-DESCRIPTION
002680             START INPTMST-FILE
002690                 KEY IS NOT LESS THAN MST-DESCRIPTION
002700                 INVALID KEY
002710                     SET BRW-END-OF-LIST TO TRUE
002720             END-START
002730         WHEN OTHER
002740             MOVE ZEROS TO MST-ENTRY-ID
002750             START INPTMST-FILE KEY IS NOT LESS THAN MST-ENTRY-ID
002760                 INVALID KEY
002770                     SET BRW-END-OF-LIST TO TRUE
002780             END-START
002790     END-EVALUATE.
002800     IF BRW-END-OF-LIST
002810         DISPLAY "*** NO ITEMS FOUND ***" UPON CONSOLE
002820         SET BRW-LIST-DONE TO TRUE
002830     END-IF.
002840 3100-EXIT.
002850     EXIT.
002860
002870*----------------------------------------------------------------
002880* 3200-SHOW-ONE-PAGE
002890*     FILL THE PAGE (3300), SHOW IT (3400) AND TAKE THE
002900*     OPERATOR'S CHOICES FOR IT (3500).
002910*----------------------------------------------------------------
002920 3200-SHOW-ONE-PAGE.
002930     MOVE 0 TO BRW-PAGE-COUNT.
002940     PERFORM 3300-READ-NEXT-ITEM THRU 3300-EXIT
002950         UNTIL BRW-END-OF-LIST
002960             OR BRW-PAGE-COUNT = BRW-PAGE-MAX.
002970     IF BRW-PAGE-COUNT = 0
002980         IF BRW-ITEMS-LISTED = 0
002990             DISPLAY "*** NO ITEMS FOUND ***" UPON CONSOLE
003000         ELSE
003010             DISPLAY "*** NO MORE ITEMS ***" UPON CONSOLE
003020         END-IF
003030         SET BRW-LIST-DONE TO TRUE
003040         GO TO 3200-EXIT
003050     END-IF.
003060     PERFORM 3400-DISPLAY-PAGE THRU 3400-EXIT.
003070     MOVE "N" TO BRW-PAGE-SWITCH.
003080     PERFORM 3500-TAKE-PAGE-CHOICE THRU 3500-EXIT
003090         UNTIL BRW-PAGE-DONE.
003100 3200-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------
003140* 3300-READ-NEXT-ITEM
003150*     READ THE NEXT RECORD ON THE KEY THE BROWSE STARTED ON.  A
003160*     CATEGORY OR PREFIX BROWSE ENDS AT THE FIRST RECORD PAST ITS
003170*     CATEGORY OR PREFIX.  A RECORD THAT PASSES THE DELETED AND
003180*     KEYWORD TESTS (3310) GOES ON THE PAGE.
003190*----------------------------------------------------------------
003200 3300-READ-NEXT-ITEM.
003210     READ INPTMST-FILE NEXT RECORD
003220         AT END
003230             SET BRW-END-OF-LIST TO TRUE
003240             GO TO 3300-EXIT
003250     END-READ.
003260     IF BRW-CATEGORY-CODE NOT = SPACES
003270             AND MST-CATEGORY-CODE NOT = BRW-CATEGORY-CODE
003280         SET BRW-END-OF-LIST TO TRUE
003290         GO TO 3300-EXIT
003300     END-IF.
003310     IF BRW-MODE-PREFIX
003320             AND MST-DESCRIPTION(1:BRW-SEARCH-LENGTH)
003330                 NOT = BRW-SEARCH-TEXT(1:BRW-SEARCH-LENGTH)
003340         SET BRW-END-OF-LIST TO TRUE
003350         GO TO 3300-EXIT
003360     END-IF.
003370     PERFORM 3310-TEST-ITEM THRU 3310-EXIT.
003380     IF BRW-RECORD-MATCHES
003390         ADD 1 TO BRW-PAGE-COUNT
003400         MOVE MST-RECORD TO BRW-PAGE-RECORD(BRW-PAGE-COUNT)
003410     END-IF.
003420 3300-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------
003460* 3310-TEST-ITEM
003470*     A DELETED ITEM IS LEFT OUT UNLESS DELETED ITEMS WERE ASKED
003480*     FOR.  A KEYWORD BROWSE KEEPS ONLY AN ITEM WHOSE DESCRIPTION
003490*     CONTAINS THE KEYWORD SOMEWHERE.
003500*----------------------------------------------------------------
003510 3310-TEST-ITEM.
003520     MOVE "N" TO BRW-MATCH-SWITCH.
003530     IF MST-STATUS-DELETED AND NOT BRW-INCLUDE-DELETED
003540         GO TO 3310-EXIT
003550     END-IF.
003560     IF BRW-MODE-KEYWORD
003570         MOVE 0 TO BRW-KEYWORD-TALLY
003580         INSPECT MST-DESCRIPTION TALLYING BRW-KEYWORD-TALLY
003590             FOR ALL BRW-SEARCH-TEXT(1:BRW-SEARCH-LENGTH)
003600         IF BRW-KEYWORD-TALLY = 0
003610             GO TO 3310-EXIT
003620         END-IF
003630     END-IF.
003640     SET BRW-RECORD-MATCHES TO TRUE.
003650 3310-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------
003690* 3400-DISPLAY-PAGE
003700*     ONE NUMBERED LINE PER ITEM ON THE PAGE.
003710*----------------------------------------------------------------
003720 3400-DISPLAY-PAGE.
003730     ADD 1 TO BRW-PAGE-NUMBER.
003740     ADD BRW-PAGE-COUNT TO BRW-ITEMS-LISTED.
003750     MOVE BRW-PAGE-NUMBER TO BRW-EDIT-PAGE.
003760     DISPLAY " " UPON CONSOLE.
003770     DISPLAY "PAGE " BRW-EDIT-PAGE UPON CONSOLE.
003780     DISPLAY "LN  ENTRY   STATUS  CATG LAST ACT  LAST UPD  "
003790         "DESCRIPTION" UPON CONSOLE.
003800     PERFORM 3410-DISPLAY-ONE-LINE THRU 3410-EXIT
003810         VARYING BRW-LINE-INDEX FROM 1 BY 1
003820         UNTIL BRW-LINE-INDEX > BRW-PAGE-COUNT.
003830     IF BRW-END-OF-LIST
003840         DISPLAY "*** END OF LIST ***" UPON CONSOLE
003850     END-IF.
003860 3400-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------
003900* 3410-DISPLAY-ONE-LINE
003910*----------------------------------------------------------------
003920 3410-DISPLAY-ONE-LINE.
003930     MOVE BRW-PAGE-RECORD(BRW-LINE-INDEX) TO MST-RECORD.
003940     PERFORM 3420-EDIT-STATUS-ACTION THRU 3420-EXIT.
003950     MOVE BRW-LINE-INDEX TO BRW-EDIT-LINE-NUMBER.
003960     DISPLAY BRW-EDIT-LINE-NUMBER "  " MST-ENTRY-ID "  "
003970         BRW-EDIT-STATUS " " MST-CATEGORY-CODE " "
003980         BRW-EDIT-ACTION " " MST-LAST-UPDATE-DATE "  "
003990         MST-DESCRIPTION(1:30) UPON CONSOLE.
004000 3410-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------
004040* 3420-EDIT-STATUS-ACTION
004050*----------------------------------------------------------------
004060 3420-EDIT-STATUS-ACTION.
004070     IF MST-STATUS-DELETED
004080         MOVE "DELETED" TO BRW-EDIT-STATUS
004090     ELSE
004100         MOVE "ACTIVE" TO BRW-EDIT-STATUS
004110     END-IF.
004120     EVALUATE TRUE
004130         WHEN MST-ACTION-ADD
004140             MOVE "ADD" TO BRW-EDIT-ACTION
004150         WHEN MST-ACTION-CORRECT
004160             MOVE "CORRECT" TO BRW-EDIT-ACTION
004170         WHEN MST-ACTION-DELETE
004180             MOVE "DELETE" TO BRW-EDIT-ACTION
004190         WHEN MST-ACTION-REINSTATE
004200             MOVE "REINSTATE" TO BRW-EDIT-ACTION
004210         WHEN OTHER
004220             MOVE "UNKNOWN" TO BRW-EDIT-ACTION
004230     END-EVALUATE.
004240 3420-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------------
004280* 3500-TAKE-PAGE-CHOICE
004290*     A LINE NUMBER SHOWS THAT ITEM IN FULL (4000) AND ASKS
004300*     AGAIN.  N (OR NOTHING) GOES ON TO THE NEXT PAGE; E ENDS
004310*     THE BROWSE.  AT THE END OF THE LIST THERE IS NO NEXT PAGE,
004320*     SO N ENDS IT TOO.
004330*----------------------------------------------------------------
004340 3500-TAKE-PAGE-CHOICE.
004350     DISPLAY "LINE NUMBER TO VIEW, NEXT PAGE (N), OR END "
004360         "BROWSE (E)? " UPON CONSOLE.
004370     MOVE SPACES TO BRW-PAGE-CHOICE.
004380     ACCEPT BRW-PAGE-CHOICE FROM CONSOLE.
004390     IF BRW-PAGE-CHOICE = SPACES OR "N"
004400         SET BRW-PAGE-DONE TO TRUE
004410         IF BRW-END-OF-LIST
004420             SET BRW-LIST-DONE TO TRUE
004430         END-IF
004440         GO TO 3500-EXIT
004450     END-IF.
004460     IF BRW-PAGE-CHOICE = "E"
004470         SET BRW-PAGE-DONE TO TRUE
004480         SET BRW-LIST-DONE TO TRUE
004490         GO TO 3500-EXIT
004500     END-IF.
004510     MOVE 0 TO BRW-PICK-NUMBER.
004520     IF BRW-PAGE-CHOICE(1:1) NUMERIC
004530         IF BRW-PAGE-CHOICE(2:1) = SPACE
004540             MOVE BRW-PAGE-CHOICE(1:1) TO BRW-PICK-NUMBER
004550         ELSE
004560             IF BRW-PAGE-CHOICE(2:1) NUMERIC
004570                 MOVE BRW-PAGE-CHOICE TO BRW-PICK-NUMBER
004580             END-IF
004590         END-IF
004600     END-IF.
004610     IF BRW-PICK-NUMBER < 1 OR BRW-PICK-NUMBER > BRW-PAGE-COUNT
004620         DISPLAY "*** INVALID CHOICE ***" UPON CONSOLE
004630         GO TO 3500-EXIT
004640     END-IF.
004650     MOVE BRW-PAGE-RECORD(BRW-PICK-NUMBER) TO MST-RECORD.
004660     PERFORM 4000-SHOW-FULL-RECORD THRU 4000-EXIT.
004670 3500-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------------
004710* 4000-SHOW-FULL-RECORD
004720*     EVERY FIELD OF THE PICKED MASTER RECORD.  A DELETED ITEM
004730*     CARRIES A REMINDER THAT IT COMES BACK BY A REINSTATE, NOT A
004740*     NEW ADD.
004750*----------------------------------------------------------------
004760 4000-SHOW-FULL-RECORD.
004770     PERFORM 3420-EDIT-STATUS-ACTION THRU 3420-EXIT.
004780     DISPLAY " " UPON CONSOLE.
004790     DISPLAY "ENTRY ID    : " MST-ENTRY-ID UPON CONSOLE.
004800     DISPLAY "STATUS      : " BRW-EDIT-STATUS UPON CONSOLE.
004810     DISPLAY "CATEGORY    : " MST-CATEGORY-CODE UPON CONSOLE.
004820     DISPLAY "DESCRIPTION : " MST-DESCRIPTION UPON CONSOLE.
004830     DISPLAY "ADDED       : " MST-ADD-DATE
004840         " BY " MST-ADD-OPERATOR-ID UPON CONSOLE.
004850     DISPLAY "LAST ACTION : " BRW-EDIT-ACTION UPON CONSOLE.
004860     DISPLAY "LAST UPDATE : " MST-LAST-UPDATE-DATE " "
004870         MST-LAST-UPDATE-TIME " BY " MST-LAST-OPERATOR-ID
004880         UPON CONSOLE.
004890     IF MST-STATUS-DELETED
004900         DISPLAY "*** DELETED - KEY A REINSTATE (R) FOR THIS "
004910             "ENTRY ID RATHER THAN A NEW ADD ***" UPON CONSOLE
004920     END-IF.
004930 4000-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------
004970* 9000-TERMINATE
004980*----------------------------------------------------------------
004990 9000-TERMINATE.
005000     IF BRW-MST-FILE-STATUS NOT = "35"
005010         CLOSE INPTMST-FILE
005020     END-IF.
005030 9000-EXIT.
005040     EXIT.

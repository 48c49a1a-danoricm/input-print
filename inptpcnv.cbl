000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INPTPCNV.
000120 AUTHOR.        D. ORIC.
000130 INSTALLATION.  DATA ENTRY SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DRO  ORIGINAL PROGRAM.  FRONT END FOR THE BRANCH
000200*                  THAT SENDS ITS ENTRIES AS A COMMA-DELIMITED
000210*                  EXTRACT INSTEAD OF HAVING THEM KEYED.  READS
000220*                  THE PARTNER FILE (INPTPART) - A HEADER LINE,
000230*                  THE DETAIL LINES AND A TRAILER LINE CARRYING
000240*                  THE PARTNER'S OWN DETAIL COUNT - AND CONVERTS
000250*                  EACH GOOD DETAIL LINE INTO AN INPTREC RECORD ON
000260*                  INPTPOUT, READY TO MOUNT ON AN INPTIN SLOT.
000270*                  EVERY RECORD IS STAMPED WITH THE JOB OPERATOR
000280*                  ID NAMED IN THE PARM; A BLANK ENTRY DATE TAKES
000290*                  THE HEADER'S EXTRACT DATE AND A BLANK CATEGORY
000300*                  ON AN ADD TAKES THE PARM DEFAULT CATEGORY.  THE
000310*                  MATCHING INPTCTL COUNT CARD IS WRITTEN TO
000320*                  INPTPCTL.  MALFORMED LINES GO TO THE INPTPREJ
000330*                  PARTNER REJECT FILE WITH THEIR LINE NUMBER AND
000340*                  REASON, TO BE SENT BACK TO THE BRANCH.
000350*----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 SPECIAL-NAMES.
000420     CONSOLE IS CONSOLE.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT INPTPART-FILE ASSIGN TO INPTPART
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS PCV-PART-FILE-STATUS.
000490
000500     SELECT INPTPOUT-FILE ASSIGN TO INPTPOUT
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT INPTPCTL-FILE ASSIGN TO INPTPCTL
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT INPTPREJ-FILE ASSIGN TO INPTPREJ
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT INPTCAT-FILE ASSIGN TO INPTCAT
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CAT-CODE
000630         FILE STATUS IS PCV-CAT-FILE-STATUS.
000640
000650     SELECT INPTOPER-FILE ASSIGN TO INPTOPER
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS OPER-ID
000690         FILE STATUS IS PCV-OPER-FILE-STATUS.
000700
000710     SELECT INPTSECL-FILE ASSIGN TO INPTSECL
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS PCV-SECL-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770*----------------------------------------------------------------
000780*     PARTNER EXTRACT, ONE COMMA-DELIMITED LINE PER RECORD,
000790*     RECEIVED INTO FIXED 200-BYTE RECORDS:
000800*         H,BRANCH-ID,EXTRACT-DATE
000810*         TYPE,ENTRY-ID,ENTRY-DATE,DESCRIPTION,CATEGORY
000820*         T,DETAIL-COUNT
000830*     FIELDS ARE NOT QUOTED, SO A COMMA INSIDE A DESCRIPTION
000840*     SHOWS UP AS A WRONG FIELD COUNT.
000850*----------------------------------------------------------------
000860 FD  INPTPART-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  PART-LINE                  PIC X(200).
000900
000910 FD  INPTPOUT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY INPTREC REPLACING LEADING ==INPT-== BY ==POUT-==.
000950
000960*----------------------------------------------------------------
000970*     SAME LAYOUT AS THE INPTCTL CONTROL CARD INPUTPRINT READS.
000980*----------------------------------------------------------------
000990 FD  INPTPCTL-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  PCTL-RECORD.
001030     05  PCTL-EXPECTED-COUNT        PIC 9(06).
001040
001050*----------------------------------------------------------------
001060*     PARTNER REJECT FILE - THE LINE NUMBER IN THE PARTNER FILE
001070*     (THE HEADER BEING LINE 1), THE REASON, AND THE LINE ITSELF
001080*     AS RECEIVED.
001090*----------------------------------------------------------------
001100 FD  INPTPREJ-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  PREJ-RECORD.
001140     05  PREJ-LINE-NUMBER           PIC 9(06).
001150     05  FILLER                     PIC X(01).
001160     05  PREJ-REASON-CODE           PIC X(02).
001170     05  FILLER                     PIC X(01).
001180     05  PREJ-REASON-TEXT           PIC X(30).
001190     05  FILLER                     PIC X(01).
001200     05  PREJ-PARTNER-LINE          PIC X(200).
001210
001220 FD  INPTCAT-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY INPTCAT.
001250
001260 FD  INPTOPER-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY INPTOPER.
001290
001300 FD  INPTSECL-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330     COPY INPTSECL.
001340
001350 WORKING-STORAGE SECTION.
001360*----------------------------------------------------------------
001370*     ONE PARTNER LINE SPLIT AT ITS COMMAS.  EACH RECEIVING FIELD
001380*     IS LONGER THAN THE LONGEST GOOD VALUE, SO AN OVER-LENGTH
001390*     VALUE LEAVES SOMETHING PAST THE LIMIT TO TEST FOR.  THE
001400*     HEADER'S BRANCH ID AND THE TRAILER'S COUNT LAND IN THE
001410*     SECOND FIELD, THE HEADER'S EXTRACT DATE IN THE THIRD.
001420*----------------------------------------------------------------
001430 01  PCV-FIELDS.
001440     05  PCV-FLD-TYPE               PIC X(10).
001450     05  PCV-FLD-ID                 PIC X(10).
001460     05  PCV-FLD-DATE               PIC X(10).
001470     05  PCV-FLD-DESCRIPTION        PIC X(100).
001480     05  PCV-FLD-CATEGORY           PIC X(10).
001490
001500*----------------------------------------------------------------
001510*     A DIGIT STRING OF ONE TO SIX CHARACTERS IS RIGHT-JUSTIFIED
001520*     HERE AND ZERO-FILLED TO READ AS A NUMBER.
001530*----------------------------------------------------------------
001540 01  PCV-NUMBER-WORK.
001550     05  PCV-NUMBER-TEXT            PIC X(06) JUSTIFIED RIGHT.
001560     05  PCV-NUMBER-VALUE REDEFINES PCV-NUMBER-TEXT
001570                                    PIC 9(06).
001580
001590 77  PCV-PART-FILE-STATUS       PIC X(02) VALUE SPACES.
001600 77  PCV-CAT-FILE-STATUS        PIC X(02) VALUE SPACES.
001610 77  PCV-OPER-FILE-STATUS       PIC X(02) VALUE SPACES.
001620 77  PCV-SECL-FILE-STATUS       PIC X(02) VALUE SPACES.
001630
001640 77  PCV-RUN-DATE               PIC 9(08).
001650 77  PCV-RUN-TIME               PIC 9(08).
001660 77  PCV-OPERATOR-ID            PIC X(08) VALUE SPACES.
001670 77  PCV-DEFAULT-CATEGORY       PIC X(04) VALUE SPACES.
001680 77  PCV-DEFAULT-DATE           PIC 9(08) VALUE 0.
001690 77  PCV-BRANCH-ID              PIC X(10) VALUE SPACES.
001700 77  PCV-REFUSAL-REASON         PIC X(02) VALUE SPACES.
001710 77  PCV-REJECT-CODE            PIC X(02) VALUE SPACES.
001720 77  PCV-REJECT-TEXT            PIC X(30) VALUE SPACES.
001730 77  PCV-FIELD-COUNT            PIC 9(04) COMP VALUE 0.
001740 77  PCV-DIGIT-COUNT            PIC 9(04) COMP VALUE 0.
001750
001760 77  PCV-RUN-STOP-SWITCH        PIC X(01) VALUE "N".
001770     88  PCV-RUN-STOPPED        VALUE "Y".
001780 77  PCV-PART-EOF-SWITCH        PIC X(01) VALUE "N".
001790     88  PCV-PART-EOF-YES       VALUE "Y".
001800 77  PCV-HEADER-FOUND-SW        PIC X(01) VALUE "N".
001810     88  PCV-HEADER-FOUND       VALUE "Y".
001820 77  PCV-TRAILER-FOUND-SW       PIC X(01) VALUE "N".
001830     88  PCV-TRAILER-FOUND      VALUE "Y".
001840 77  PCV-TRL-COUNT-SW           PIC X(01) VALUE "N".
001850     88  PCV-TRL-COUNT-VALID    VALUE "Y".
001860 77  PCV-OVERFLOW-SWITCH        PIC X(01) VALUE "N".
001870     88  PCV-LINE-OVERFLOW      VALUE "Y".
001880 77  PCV-NUMBER-SWITCH          PIC X(01) VALUE "N".
001890     88  PCV-NUMBER-GOOD        VALUE "Y".
001900     88  PCV-NUMBER-BAD         VALUE "N".
001910
001920 77  PCV-LINES-READ             PIC 9(06) COMP VALUE 0.
001930 77  PCV-DETAILS-READ           PIC 9(06) COMP VALUE 0.
001940 77  PCV-TRL-DETAIL-COUNT       PIC 9(06) COMP VALUE 0.
001950 77  PCV-RECORDS-WRITTEN        PIC 9(06) COMP VALUE 0.
001960 77  PCV-LINES-REJECTED         PIC 9(06) COMP VALUE 0.
001970 77  PCV-DATES-DEFAULTED        PIC 9(06) COMP VALUE 0.
001980 77  PCV-CATEGORIES-DEFAULTED   PIC 9(06) COMP VALUE 0.
001990 77  PCV-RETURN-CODE            PIC 9(02) COMP VALUE 0.
002000
002010 77  PCV-EDIT-COUNT             PIC ZZZ,ZZ9.
002020 77  PCV-EDIT-COUNT-2           PIC ZZZ,ZZ9.
002030
002040 LINKAGE SECTION.
002050 01  PCV-PARM.
002060     05  PCV-PARM-LENGTH            PIC S9(04) COMP.
002070     05  PCV-PARM-OPERATOR-ID       PIC X(08).
002080     05  PCV-PARM-CATEGORY-CODE     PIC X(04).
002090
002100 PROCEDURE DIVISION USING PCV-PARM.
002110*----------------------------------------------------------------
002120* 0000-MAINLINE
002130*----------------------------------------------------------------
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     IF PCV-RUN-STOPPED
002170         MOVE PCV-RETURN-CODE TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002200     PERFORM 2000-CONVERT-ONE-LINE THRU 2000-EXIT
002210         UNTIL PCV-PART-EOF-YES.
002220     PERFORM 6000-CHECK-TRAILER THRU 6000-EXIT.
002230     PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT.
002240     PERFORM 8000-WRITE-CONTROL-CARD THRU 8000-EXIT.
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002260     MOVE PCV-RETURN-CODE TO RETURN-CODE.
002270     STOP RUN.
002280
002290*----------------------------------------------------------------
002300* 1000-INITIALIZE
002310*     THE JOB OPERATOR ID STAMPED ON EVERY CONVERTED RECORD AND
002320*     THE CATEGORY GIVEN TO AN ADD THE PARTNER SENT WITHOUT ONE
002330*     BOTH COME FROM THE PARM AND ARE NEVER GUESSED AT.  THE ID
002340*     IS AUTHORIZED AGAINST INPTOPER AND THE CATEGORY CHECKED
002350*     AGAINST INPTCAT BEFORE THE PARTNER FILE IS READ.  UNTIL A
002360*     HEADER SAYS OTHERWISE A BLANK ENTRY DATE TAKES THE RUN
002370*     DATE.
002380*----------------------------------------------------------------
002390 1000-INITIALIZE.
002400     ACCEPT PCV-RUN-DATE FROM DATE YYYYMMDD.
002410     ACCEPT PCV-RUN-TIME FROM TIME.
002420     MOVE PCV-RUN-DATE TO PCV-DEFAULT-DATE.
002430     IF PCV-PARM-LENGTH NOT < 12
002440             AND PCV-PARM-OPERATOR-ID NOT = SPACES
002450             AND PCV-PARM-CATEGORY-CODE NOT = SPACES
002460         MOVE PCV-PARM-OPERATOR-ID TO PCV-OPERATOR-ID
002470         MOVE PCV-PARM-CATEGORY-CODE TO PCV-DEFAULT-CATEGORY
002480     ELSE
002490         DISPLAY "*** JOB OPERATOR ID AND DEFAULT CATEGORY NOT "
002500             "IN PARM - NOTHING CONVERTED ***"
002510         MOVE 12 TO PCV-RETURN-CODE
002520         SET PCV-RUN-STOPPED TO TRUE
002530         GO TO 1000-EXIT
002540     END-IF.
002550     PERFORM 1400-AUTHORIZE-OPERATOR THRU 1400-EXIT.
002560     IF PCV-RUN-STOPPED
002570         GO TO 1000-EXIT
002580     END-IF.
002590     PERFORM 1200-CHECK-DEFAULT-CATEGORY THRU 1200-EXIT.
002600     IF PCV-RUN-STOPPED
002610         GO TO 1000-EXIT
002620     END-IF.
002630     OPEN INPUT INPTPART-FILE.
002640     IF PCV-PART-FILE-STATUS = "35"
002650         DISPLAY "*** NO INPTPART PARTNER FILE - NOTHING "
002660             "CONVERTED ***"
002670         MOVE 12 TO PCV-RETURN-CODE
002680         SET PCV-RUN-STOPPED TO TRUE
002690         GO TO 1000-EXIT
002700     END-IF.
002710     OPEN OUTPUT INPTPOUT-FILE.
002720     OPEN OUTPUT INPTPREJ-FILE.
002730     DISPLAY "INPTPCNV - PARTNER INTAKE CONVERSION FOR JOB ID "
002740         PCV-OPERATOR-ID " DEFAULT CATEGORY "
002750         PCV-DEFAULT-CATEGORY.
002760 1000-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------------
002800* 1200-CHECK-DEFAULT-CATEGORY
002810*     THE DEFAULT CATEGORY MUST BE ACTIVE ON INPTCAT, OR EVERY
002820*     ADD IT WAS GIVEN WOULD ONLY REJECT "CA" IN INPUTPRINT.
002830*----------------------------------------------------------------
002840 1200-CHECK-DEFAULT-CATEGORY.
002850     OPEN INPUT INPTCAT-FILE.
002860     IF PCV-CAT-FILE-STATUS = "35"
002870         DISPLAY "*** INPTCAT CATEGORY TABLE NOT FOUND - "
002880             "NOTHING CONVERTED ***"
002890         MOVE 12 TO PCV-RETURN-CODE
002900         SET PCV-RUN-STOPPED TO TRUE
002910         GO TO 1200-EXIT
002920     END-IF.
002930     MOVE PCV-DEFAULT-CATEGORY TO CAT-CODE.
002940     READ INPTCAT-FILE
002950         INVALID KEY
002960             DISPLAY "*** DEFAULT CATEGORY " PCV-DEFAULT-CATEGORY
002970                 " NOT ON INPTCAT - NOTHING CONVERTED ***"
002980             MOVE 12 TO PCV-RETURN-CODE
002990             SET PCV-RUN-STOPPED TO TRUE
003000         NOT INVALID KEY
003010             IF CAT-STATUS-RETIRED
003020                 DISPLAY "*** DEFAULT CATEGORY "
003030                     PCV-DEFAULT-CATEGORY
003040                     " IS RETIRED - NOTHING CONVERTED ***"
003050                 MOVE 12 TO PCV-RETURN-CODE
003060                 SET PCV-RUN-STOPPED TO TRUE
003070             END-IF
003080     END-READ.
003090     CLOSE INPTCAT-FILE.
003100 1200-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------
003140* 1400-AUTHORIZE-OPERATOR
003150*     EVERY CONVERTED RECORD GOES INTO INPUTPRINT UNDER THE JOB
003160*     OPERATOR ID, SO THE ID MUST BE ON INPTOPER, ACTIVE, AND
003170*     HOLD THE KEYER ROLE.  A REFUSED ID (OR NO TABLE AT ALL) IS
003180*     WRITTEN TO THE INPTSECL SECURITY AUDIT TRAIL AND ENDS THE
003190*     RUN WITH RETURN CODE 16 BEFORE THE PARTNER FILE IS READ.
003200*----------------------------------------------------------------
003210 1400-AUTHORIZE-OPERATOR.
003220     MOVE SPACES TO PCV-REFUSAL-REASON.
003230     OPEN INPUT INPTOPER-FILE.
003240     IF PCV-OPER-FILE-STATUS = "35"
003250         MOVE "NT" TO PCV-REFUSAL-REASON
003260     ELSE
003270         MOVE PCV-OPERATOR-ID TO OPER-ID
003280         READ INPTOPER-FILE
003290             INVALID KEY
003300                 MOVE "UN" TO PCV-REFUSAL-REASON
003310             NOT INVALID KEY
003320                 EVALUATE TRUE
003330                     WHEN NOT OPER-STATUS-ACTIVE
003340                         MOVE "RV" TO PCV-REFUSAL-REASON
003350                     WHEN NOT OPER-IS-KEYER
003360                         MOVE "RL" TO PCV-REFUSAL-REASON
003370                 END-EVALUATE
003380         END-READ
003390         CLOSE INPTOPER-FILE
003400     END-IF.
003410     IF PCV-REFUSAL-REASON NOT = SPACES
003420         SET PCV-RUN-STOPPED TO TRUE
003430         MOVE 16 TO PCV-RETURN-CODE
003440         PERFORM 1410-LOG-REFUSED-SIGN-ON THRU 1410-EXIT
003450     END-IF.
003460 1400-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500* 1410-LOG-REFUSED-SIGN-ON
003510*     NAME THE REFUSED ID ON SYSOUT AND APPEND IT TO THE
003520*     INPTSECL SECURITY AUDIT TRAIL, CREATING THE TRAIL ON
003530*     FIRST USE.
003540*----------------------------------------------------------------
003550 1410-LOG-REFUSED-SIGN-ON.
003560     DISPLAY "*** SIGN-ON REFUSED FOR " PCV-OPERATOR-ID
003570         " - REASON " PCV-REFUSAL-REASON " - RUN ENDED ***".
003580     OPEN EXTEND INPTSECL-FILE.
003590     IF PCV-SECL-FILE-STATUS = "35"
003600         OPEN OUTPUT INPTSECL-FILE
003610     END-IF.
003620     MOVE SPACES TO SECL-RECORD.
003630     ACCEPT SECL-EVENT-DATE FROM DATE YYYYMMDD.
003640     ACCEPT SECL-EVENT-TIME FROM TIME.
003650     MOVE "INPTPCNV" TO SECL-PROGRAM-ID.
003660     MOVE PCV-OPERATOR-ID TO SECL-OPERATOR-ID.
003670     SET SECL-ROLE-KEYER TO TRUE.
003680     MOVE PCV-REFUSAL-REASON TO SECL-REASON-CODE.
003690     SET SECL-MODE-BATCH TO TRUE.
003700     MOVE 0 TO SECL-ENTRY-ID.
003710     WRITE SECL-RECORD.
003720     CLOSE INPTSECL-FILE.
003730 1410-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------
003770* 2000-CONVERT-ONE-LINE
003780*     READ ONE PARTNER LINE, SPLIT IT AT ITS COMMAS AND HAND IT
003790*     TO THE HEADER, TRAILER OR DETAIL ROUTINE BY ITS FIRST
003800*     FIELD.  NOTHING IS EXPECTED AFTER THE TRAILER; A BLANK LINE
003810*     THERE IS PASSED OVER AND ANYTHING ELSE IS REJECTED UNREAD.
003820*----------------------------------------------------------------
003830 2000-CONVERT-ONE-LINE.
003840     READ INPTPART-FILE
003850         AT END
003860             SET PCV-PART-EOF-YES TO TRUE
003870             GO TO 2000-EXIT
003880     END-READ.
003890     ADD 1 TO PCV-LINES-READ.
003900     IF PCV-TRAILER-FOUND AND PART-LINE = SPACES
003910         GO TO 2000-EXIT
003920     END-IF.
003930     IF PCV-TRAILER-FOUND
003940         MOVE "SQ" TO PCV-REJECT-CODE
003950         MOVE "LINE FOLLOWS PARTNER TRAILER" TO PCV-REJECT-TEXT
003960         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003970         GO TO 2000-EXIT
003980     END-IF.
003990     PERFORM 2100-SPLIT-LINE THRU 2100-EXIT.
004000     EVALUATE PCV-FLD-TYPE
004010         WHEN "H"
004020             PERFORM 3000-TAKE-HEADER THRU 3000-EXIT
004030         WHEN "T"
004040             PERFORM 4000-TAKE-TRAILER THRU 4000-EXIT
004050         WHEN OTHER
004060             PERFORM 5000-CONVERT-DETAIL THRU 5000-EXIT
004070     END-EVALUATE.
004080 2000-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120* 2100-SPLIT-LINE
004130*     A GOOD DETAIL LINE SPLITS INTO EXACTLY FIVE FIELDS.  THE
004140*     LAST FIELD RUNS ON TO THE END OF THE RECORD, SO A LINE WITH
004150*     A SIXTH FIELD OVERFLOWS AND ONE WITH FEWER THAN FIVE
004160*     TALLIES SHORT.
004170*----------------------------------------------------------------
004180 2100-SPLIT-LINE.
004190     MOVE SPACES TO PCV-FIELDS.
004200     MOVE 0 TO PCV-FIELD-COUNT.
004210     MOVE "N" TO PCV-OVERFLOW-SWITCH.
004220     UNSTRING PART-LINE DELIMITED BY ","
004230         INTO PCV-FLD-TYPE
004240              PCV-FLD-ID
004250              PCV-FLD-DATE
004260              PCV-FLD-DESCRIPTION
004270              PCV-FLD-CATEGORY
004280         TALLYING IN PCV-FIELD-COUNT
004290         ON OVERFLOW
004300             SET PCV-LINE-OVERFLOW TO TRUE
004310     END-UNSTRING.
004320 2100-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360* 2200-EDIT-NUMBER
004370*     PCV-FLD-ID MUST HOLD ONE TO SIX DIGITS AND NOTHING ELSE.
004380*     A GOOD NUMBER IS LEFT IN PCV-NUMBER-VALUE.
004390*----------------------------------------------------------------
004400 2200-EDIT-NUMBER.
004410     SET PCV-NUMBER-BAD TO TRUE.
004420     MOVE 0 TO PCV-DIGIT-COUNT.
004430     INSPECT PCV-FLD-ID TALLYING PCV-DIGIT-COUNT
004440         FOR CHARACTERS BEFORE INITIAL SPACE.
004450     IF PCV-DIGIT-COUNT < 1 OR PCV-DIGIT-COUNT > 6
004460         GO TO 2200-EXIT
004470     END-IF.
004480     IF PCV-FLD-ID (PCV-DIGIT-COUNT + 1:) NOT = SPACES
004490         GO TO 2200-EXIT
004500     END-IF.
004510     IF PCV-FLD-ID (1:PCV-DIGIT-COUNT) NOT NUMERIC
004520         GO TO 2200-EXIT
004530     END-IF.
004540     MOVE PCV-FLD-ID (1:PCV-DIGIT-COUNT) TO PCV-NUMBER-TEXT.
004550     INSPECT PCV-NUMBER-TEXT REPLACING LEADING SPACE BY ZERO.
004560     SET PCV-NUMBER-GOOD TO TRUE.
004570 2200-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------
004610* 2900-WRITE-REJECT
004620*     THE LINE AS RECEIVED, WITH ITS LINE NUMBER AND THE REASON
004630*     IN PCV-REJECT-CODE AND PCV-REJECT-TEXT.
004640*----------------------------------------------------------------
004650 2900-WRITE-REJECT.
004660     MOVE SPACES TO PREJ-RECORD.
004670     MOVE PCV-LINES-READ TO PREJ-LINE-NUMBER.
004680     MOVE PCV-REJECT-CODE TO PREJ-REASON-CODE.
004690     MOVE PCV-REJECT-TEXT TO PREJ-REASON-TEXT.
004700     MOVE PART-LINE TO PREJ-PARTNER-LINE.
004710     WRITE PREJ-RECORD.
004720     ADD 1 TO PCV-LINES-REJECTED.
004730 2900-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770* 3000-TAKE-HEADER
004780*     THE HEADER MUST COME FIRST AND ONLY ONCE.  ITS EXTRACT
004790*     DATE BECOMES THE DEFAULT ENTRY DATE; A HEADER WITHOUT A
004800*     GOOD ONE IS REJECTED AND THE RUN DATE STANDS.
004810*----------------------------------------------------------------
004820 3000-TAKE-HEADER.
004830     IF PCV-HEADER-FOUND OR PCV-DETAILS-READ > 0
004840         MOVE "SQ" TO PCV-REJECT-CODE
004850         MOVE "HEADER OUT OF SEQUENCE" TO PCV-REJECT-TEXT
004860         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004870         GO TO 3000-EXIT
004880     END-IF.
004890     SET PCV-HEADER-FOUND TO TRUE.
004900     MOVE PCV-FLD-ID TO PCV-BRANCH-ID.
004910     IF PCV-FIELD-COUNT NOT = 3 OR PCV-LINE-OVERFLOW
004920         MOVE "HT" TO PCV-REJECT-CODE
004930         MOVE "HEADER WRONG NUMBER OF FIELDS" TO PCV-REJECT-TEXT
004940         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004950         GO TO 3000-EXIT
004960     END-IF.
004970     IF PCV-FLD-DATE (1:8) NOT NUMERIC
004980             OR PCV-FLD-DATE (9:2) NOT = SPACES
004990         MOVE "HT" TO PCV-REJECT-CODE
005000         MOVE "HEADER EXTRACT DATE INVALID" TO PCV-REJECT-TEXT
005010         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005020         GO TO 3000-EXIT
005030     END-IF.
005040     MOVE PCV-FLD-DATE (1:8) TO PCV-DEFAULT-DATE.
005050     DISPLAY "PARTNER HEADER - BRANCH " PCV-BRANCH-ID
005060         " EXTRACT DATE " PCV-DEFAULT-DATE.
005070 3000-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110* 4000-TAKE-TRAILER
005120*     THE TRAILER CARRIES THE NUMBER OF DETAIL LINES THE PARTNER
005130*     SENT.  6000 PROVES IT AGAINST THE DETAIL LINES READ.
005140*----------------------------------------------------------------
005150 4000-TAKE-TRAILER.
005160     SET PCV-TRAILER-FOUND TO TRUE.
005170     IF PCV-FIELD-COUNT NOT = 2 OR PCV-LINE-OVERFLOW
005180         MOVE "HT" TO PCV-REJECT-CODE
005190         MOVE "TRAILER WRONG NUMBER OF FIELDS" TO PCV-REJECT-TEXT
005200         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005210         GO TO 4000-EXIT
005220     END-IF.
005230     PERFORM 2200-EDIT-NUMBER THRU 2200-EXIT.
005240     IF PCV-NUMBER-BAD
005250         MOVE "HT" TO PCV-REJECT-CODE
005260         MOVE "TRAILER COUNT NOT NUMERIC" TO PCV-REJECT-TEXT
005270         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005280         GO TO 4000-EXIT
005290     END-IF.
005300     MOVE PCV-NUMBER-VALUE TO PCV-TRL-DETAIL-COUNT.
005310     SET PCV-TRL-COUNT-VALID TO TRUE.
005320 4000-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------
005360* 5000-CONVERT-DETAIL
005370*     EDIT ONE DETAIL LINE AND WRITE IT AS AN INPTREC RECORD.
005380*     ONLY THE LINE'S SHAPE IS EDITED HERE - THE RECORD TYPE,
005390*     DATE AND CATEGORY VALUES ARE LEFT TO INPUTPRINT'S OWN
005400*     VALIDATION, WHICH SENDS ITS REJECTS TO INPTSUSP AS FOR ANY
005410*     KEYED ENTRY.  A BLANK CATEGORY IS DEFAULTED ON AN ADD ONLY:
005420*     A CORRECT, DELETE, REINSTATE OR NOTE WITHOUT ONE KEEPS THE
005430*     CATEGORY ALREADY ON THE MASTER.
005440*----------------------------------------------------------------
005450 5000-CONVERT-DETAIL.
005460     ADD 1 TO PCV-DETAILS-READ.
005470     IF PCV-FIELD-COUNT NOT = 5 OR PCV-LINE-OVERFLOW
005480         MOVE "FC" TO PCV-REJECT-CODE
005490         MOVE "WRONG NUMBER OF FIELDS" TO PCV-REJECT-TEXT
005500         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005510         GO TO 5000-EXIT
005520     END-IF.
005530     IF PCV-FLD-TYPE = SPACES
005540             OR PCV-FLD-TYPE (2:9) NOT = SPACES
005550         MOVE "TY" TO PCV-REJECT-CODE
005560         MOVE "RECORD TYPE NOT ONE CHARACTER" TO PCV-REJECT-TEXT
005570         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005580         GO TO 5000-EXIT
005590     END-IF.
005600     PERFORM 2200-EDIT-NUMBER THRU 2200-EXIT.
005610     IF PCV-NUMBER-BAD
005620         MOVE "ID" TO PCV-REJECT-CODE
005630         MOVE "ENTRY ID NOT NUMERIC" TO PCV-REJECT-TEXT
005640         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005650         GO TO 5000-EXIT
005660     END-IF.
005670     IF PCV-FLD-DESCRIPTION (86:15) NOT = SPACES
005680         MOVE "DL" TO PCV-REJECT-CODE
005690         MOVE "DESCRIPTION OVER 85 CHARACTERS" TO PCV-REJECT-TEXT
005700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005710         GO TO 5000-EXIT
005720     END-IF.
005730     IF PCV-FLD-DATE NOT = SPACES
005740         IF PCV-FLD-DATE (1:8) NOT NUMERIC
005750                 OR PCV-FLD-DATE (9:2) NOT = SPACES
005760             MOVE "DT" TO PCV-REJECT-CODE
005770             MOVE "ENTRY DATE NOT 8 DIGITS" TO PCV-REJECT-TEXT
005780             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005790             GO TO 5000-EXIT
005800         END-IF
005810     END-IF.
005820     IF PCV-FLD-CATEGORY (5:6) NOT = SPACES
005830         MOVE "CL" TO PCV-REJECT-CODE
005840         MOVE "CATEGORY OVER 4 CHARACTERS" TO PCV-REJECT-TEXT
005850         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005860         GO TO 5000-EXIT
005870     END-IF.
005880     MOVE SPACES TO POUT-RECORD.
005890     MOVE PCV-FLD-TYPE (1:1) TO POUT-RECORD-TYPE.
005900     MOVE PCV-NUMBER-VALUE TO POUT-ENTRY-ID.
005910     IF PCV-FLD-DATE = SPACES
005920         MOVE PCV-DEFAULT-DATE TO POUT-ENTRY-DATE
005930         ADD 1 TO PCV-DATES-DEFAULTED
005940     ELSE
005950         MOVE PCV-FLD-DATE (1:8) TO POUT-ENTRY-DATE
005960     END-IF.
005970     MOVE PCV-FLD-DESCRIPTION (1:85) TO POUT-DESCRIPTION.
005980     MOVE PCV-OPERATOR-ID TO POUT-OPERATOR-ID.
005990     MOVE PCV-FLD-CATEGORY (1:4) TO POUT-CATEGORY-CODE.
006000     IF POUT-CATEGORY-CODE = SPACES AND POUT-TYPE-ADD
006010         MOVE PCV-DEFAULT-CATEGORY TO POUT-CATEGORY-CODE
006020         ADD 1 TO PCV-CATEGORIES-DEFAULTED
006030     END-IF.
006040     WRITE POUT-RECORD.
006050     ADD 1 TO PCV-RECORDS-WRITTEN.
006060 5000-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100* 6000-CHECK-TRAILER
006110*     PROVE THE PARTNER'S TRAILER COUNT AGAINST EVERY DETAIL LINE
006120*     READ, GOOD OR REJECTED.  A MISSING HEADER OR TRAILER, AN
006130*     UNREADABLE COUNT OR A COUNT THAT DOES NOT AGREE MEANS THE
006140*     FILE MAY NOT BE WHOLE - RETURN CODE 8, SO THE SCHEDULER
006150*     HOLDS THE INPUTPRINT STEP.
006160*----------------------------------------------------------------
006170 6000-CHECK-TRAILER.
006180     IF NOT PCV-HEADER-FOUND
006190         DISPLAY "*** NO PARTNER HEADER RECORD ***"
006200         MOVE 8 TO PCV-RETURN-CODE
006210     END-IF.
006220     IF NOT PCV-TRAILER-FOUND
006230         DISPLAY "*** NO PARTNER TRAILER RECORD - DETAIL COUNT "
006240             "NOT PROVEN ***"
006250         MOVE 8 TO PCV-RETURN-CODE
006260         GO TO 6000-EXIT
006270     END-IF.
006280     IF NOT PCV-TRL-COUNT-VALID
006290         DISPLAY "*** PARTNER TRAILER COUNT UNREADABLE - DETAIL "
006300             "COUNT NOT PROVEN ***"
006310         MOVE 8 TO PCV-RETURN-CODE
006320         GO TO 6000-EXIT
006330     END-IF.
006340     IF PCV-TRL-DETAIL-COUNT NOT = PCV-DETAILS-READ
006350         MOVE PCV-TRL-DETAIL-COUNT TO PCV-EDIT-COUNT
006360         MOVE PCV-DETAILS-READ TO PCV-EDIT-COUNT-2
006370         DISPLAY "*** PARTNER TRAILER COUNT " PCV-EDIT-COUNT
006380             " DOES NOT MATCH " PCV-EDIT-COUNT-2
006390             " DETAIL LINES READ ***"
006400         MOVE 8 TO PCV-RETURN-CODE
006410     END-IF.
006420 6000-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------
006460* 7000-PRODUCE-SUMMARY
006470*----------------------------------------------------------------
006480 7000-PRODUCE-SUMMARY.
006490     DISPLAY "INPTPCNV RUN SUMMARY".
006500     MOVE PCV-LINES-READ TO PCV-EDIT-COUNT.
006510     DISPLAY "  PARTNER LINES READ        : " PCV-EDIT-COUNT.
006520     MOVE PCV-DETAILS-READ TO PCV-EDIT-COUNT.
006530     DISPLAY "  DETAIL LINES READ         : " PCV-EDIT-COUNT.
006540     IF PCV-TRL-COUNT-VALID
006550         MOVE PCV-TRL-DETAIL-COUNT TO PCV-EDIT-COUNT
006560         DISPLAY "  PARTNER TRAILER COUNT     : " PCV-EDIT-COUNT
006570     END-IF.
006580     MOVE PCV-RECORDS-WRITTEN TO PCV-EDIT-COUNT.
006590     DISPLAY "  RECORDS CONVERTED         : " PCV-EDIT-COUNT.
006600     MOVE PCV-LINES-REJECTED TO PCV-EDIT-COUNT.
006610     DISPLAY "  LINES REJECTED TO PARTNER : " PCV-EDIT-COUNT.
006620     MOVE PCV-DATES-DEFAULTED TO PCV-EDIT-COUNT.
006630     DISPLAY "  ENTRY DATES DEFAULTED     : " PCV-EDIT-COUNT.
006640     MOVE PCV-CATEGORIES-DEFAULTED TO PCV-EDIT-COUNT.
006650     DISPLAY "  CATEGORY CODES DEFAULTED  : " PCV-EDIT-COUNT.
006660     IF PCV-LINES-REJECTED > 0 AND PCV-RETURN-CODE < 4
006670         MOVE 4 TO PCV-RETURN-CODE
006680     END-IF.
006690     DISPLAY "INPTPCNV COMPLETE - RC " PCV-RETURN-CODE.
006700 7000-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------
006740* 8000-WRITE-CONTROL-CARD
006750*     THE INPTCTL CARD FOR THE CONVERTED FILE: THE NUMBER OF
006760*     RECORDS WRITTEN TO INPTPOUT, WHICH IS WHAT INPUTPRINT WILL
006770*     READ FROM IT.
006780*----------------------------------------------------------------
006790 8000-WRITE-CONTROL-CARD.
006800     OPEN OUTPUT INPTPCTL-FILE.
006810     MOVE PCV-RECORDS-WRITTEN TO PCTL-EXPECTED-COUNT.
006820     WRITE PCTL-RECORD.
006830     CLOSE INPTPCTL-FILE.
006840 8000-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880* 9000-TERMINATE
006890*----------------------------------------------------------------
006900 9000-TERMINATE.
006910     CLOSE INPTPART-FILE.
006920     CLOSE INPTPOUT-FILE.
006930     CLOSE INPTPREJ-FILE.
006940 9000-EXIT.
006950     EXIT.

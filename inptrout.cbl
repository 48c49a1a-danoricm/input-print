000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INPTROUT.
000120 AUTHOR.        D. ORIC.
000130 INSTALLATION.  DATA ENTRY SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DRO  ORIGINAL PROGRAM.  ROUTES THE NIGHT'S INPTIF
000200*                  INTERFACE FILE TO ONE DOWNSTREAM SUBSCRIBER.
000210*                  RUN ONCE PER SUBSCRIBER AFTER THE BALANCING
000220*                  PROOF, WITH THE SUBSCRIBER ID IN THE PARM AND
000230*                  THAT SUBSCRIBER'S OWN OUTPUT DATASET ON
000240*                  INPTSIF.  EVERY INPTIF DETAIL WHOSE CATEGORY
000250*                  CODE AND RECORD TYPE THE SUBSCRIBER TAKES ON
000260*                  THE INPTSUBS SUBSCRIPTION TABLE IS COPIED TO
000270*                  INPTSIF INSIDE AN ENVELOPE OF ITS OWN - THE
000280*                  NIGHT'S HEADER STAMPED WITH THE SUBSCRIBER ID,
000290*                  AND A TRAILER CARRYING THE COUNT AND HASH OF
000300*                  WHAT THIS SUBSCRIBER WAS ACTUALLY SENT - SO
000310*                  EACH RECEIVER BALANCES ITS OWN FILE AND
000320*                  INPTACKR RECONCILES ITS ACKS SEPARATELY.  THE
000330*                  RUN REPORT ON INPTRLST LISTS THE SUBSCRIPTIONS
000340*                  WITH WHAT WAS ROUTED UNDER EACH, AND FLAGS A
000350*                  SUBSCRIBED CATEGORY THAT IS RETIRED OR NOT ON
000360*                  INPTCAT AT ALL.  RETURN CODE 4 WHEN A CATEGORY
000370*                  IS FLAGGED, 8 WHEN THE INPTIF ENVELOPE ITSELF
000380*                  DOES NOT BALANCE OR THE SUBSCRIPTION TABLE
000390*                  OVERFLOWS, 12 FOR A MISSING PARM OR A
000400*                  SUBSCRIBER WITH NO ACTIVE SUBSCRIPTIONS.
000410*----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 SPECIAL-NAMES.
000480     CONSOLE IS CONSOLE.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT INPTSUBS-FILE ASSIGN TO INPTSUBS
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SUB-KEY
000560         FILE STATUS IS ROU-SUBS-FILE-STATUS.
000570
000580     SELECT INPTCAT-FILE ASSIGN TO INPTCAT
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CAT-CODE
000620         FILE STATUS IS ROU-CAT-FILE-STATUS.
000630
000640     SELECT INPTIF-FILE  ASSIGN TO INPTIF
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS ROU-IF-FILE-STATUS.
000670
000680     SELECT INPTSIF-FILE ASSIGN TO INPTSIF
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710     SELECT INPTRLST-FILE ASSIGN TO INPTRLST
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  INPTSUBS-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY INPTSUBS.
000790
000800 FD  INPTCAT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY INPTCAT.
000830
000840 FD  INPTIF-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY INPTREC REPLACING LEADING ==INPT-== BY ==INPTIF-==.
000880
000890 FD  INPTSIF-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY INPTREC REPLACING LEADING ==INPT-== BY ==INPTSIF-==.
000930
000940 FD  INPTRLST-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  INPTRLST-LINE              PIC X(80).
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------
001010*     INPTIF RUN-HEADER AND TRAILER ENVELOPE RECORDS.
001020*----------------------------------------------------------------
001030 COPY INPTIFHT.
001040
001050 77  ROU-SUBS-FILE-STATUS       PIC X(02) VALUE SPACES.
001060 77  ROU-CAT-FILE-STATUS        PIC X(02) VALUE SPACES.
001070 77  ROU-IF-FILE-STATUS         PIC X(02) VALUE SPACES.
001080
001090 77  ROU-SUBS-EOF-SWITCH        PIC X(01) VALUE "N".
001100     88  ROU-SUBS-EOF-YES       VALUE "Y".
001110 77  ROU-IF-EOF-SWITCH          PIC X(01) VALUE "N".
001120     88  ROU-IF-EOF-YES         VALUE "Y".
001130 77  ROU-HEADER-SWITCH          PIC X(01) VALUE "N".
001140     88  ROU-HEADER-WRITTEN     VALUE "Y".
001150 77  ROU-TRAILER-SWITCH         PIC X(01) VALUE "N".
001160     88  ROU-TRAILER-FOUND      VALUE "Y".
001170 77  ROU-RUN-STOP-SWITCH        PIC X(01) VALUE "N".
001180     88  ROU-RUN-STOPPED        VALUE "Y".
001190 77  ROU-MATCH-SWITCH           PIC X(01) VALUE "N".
001200     88  ROU-MATCH-FOUND        VALUE "Y".
001210
001220 77  ROU-RUN-DATE               PIC 9(08).
001230 77  ROU-RUN-TIME               PIC 9(08).
001240 77  ROU-SUBSCRIBER-ID          PIC X(08) VALUE SPACES.
001250 77  ROU-RETURN-CODE            PIC 9(02) COMP VALUE 0.
001260
001270 77  ROU-IF-DETAILS-READ        PIC 9(06) VALUE 0.
001280 77  ROU-IF-HASH-TOTAL          PIC 9(12) VALUE 0.
001290 77  ROU-IF-TRL-DETAIL-COUNT    PIC 9(06) VALUE 0.
001300 77  ROU-IF-TRL-HASH-TOTAL      PIC 9(12) VALUE 0.
001310 77  ROU-SIF-DETAIL-COUNT       PIC 9(06) VALUE 0.
001320 77  ROU-SIF-HASH-TOTAL         PIC 9(12) VALUE 0.
001330 77  ROU-NOT-ROUTED-COUNT       PIC 9(06) COMP VALUE 0.
001340 77  ROU-FLAGGED-COUNT          PIC 9(04) COMP VALUE 0.
001350 77  ROU-TYPE-TALLY             PIC 9(04) COMP VALUE 0.
001360
001370*----------------------------------------------------------------
001380* ROU-SUB-TABLE
001390*     THE SUBSCRIBER'S ACTIVE SUBSCRIPTIONS, LOADED IN KEY
001400*     (CATEGORY CODE) ORDER.  ROU-SUB-CAT-STATE IS THE STATE OF
001410*     THE CATEGORY ON INPTCAT: "A" ACTIVE, "R" RETIRED, "N" NOT
001420*     ON THE TABLE, "*" FOR THE EVERY-CATEGORY ROW.  A DETAIL IS
001430*     CREDITED TO THE FIRST ROW IT MATCHES.  A SUBSCRIBER TAKES
001440*     AT MOST A FEW DOZEN CODES.
001450*----------------------------------------------------------------
001460 01  ROU-SUB-TABLE.
001470     05  ROU-SUB-ENTRY OCCURS 100 TIMES.
001480         10  ROU-SUB-CATEGORY       PIC X(04).
001490         10  ROU-SUB-TYPES          PIC X(08).
001500         10  ROU-SUB-CAT-STATE      PIC X(01).
001510             88  ROU-SUB-CAT-ACTIVE     VALUE "A".
001520             88  ROU-SUB-CAT-RETIRED    VALUE "R".
001530             88  ROU-SUB-CAT-UNKNOWN    VALUE "N".
001540             88  ROU-SUB-CAT-ALL        VALUE "*".
001550         10  ROU-SUB-ROUTED         PIC 9(06) COMP.
001560 77  ROU-SUB-TABLE-COUNT        PIC 9(04) COMP VALUE 0.
001570 77  ROU-SUB-TABLE-MAX          PIC 9(04) COMP VALUE 100.
001580 77  ROU-SUB-INDEX              PIC 9(04) COMP.
001590
001600 77  ROU-TYPES-TEXT             PIC X(08).
001610 77  ROU-STATUS-TEXT            PIC X(34).
001620 77  ROU-EDIT-COUNT             PIC ZZZ,ZZ9.
001630 77  ROU-EDIT-HASH              PIC ZZZ,ZZZ,ZZZ,ZZ9.
001640
001650 LINKAGE SECTION.
001660 01  ROU-PARM.
001670     05  ROU-PARM-LENGTH            PIC S9(04) COMP.
001680     05  ROU-PARM-SUBSCRIBER-ID     PIC X(08).
001690     05  FILLER                     PIC X(12).
001700
001710 PROCEDURE DIVISION USING ROU-PARM.
001720*----------------------------------------------------------------
001730* 0000-MAINLINE
001740*----------------------------------------------------------------
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     IF ROU-RUN-STOPPED
001780         MOVE ROU-RETURN-CODE TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     PERFORM 3000-ROUTE-ONE-IF-RECORD THRU 3000-EXIT
001820         UNTIL ROU-IF-EOF-YES.
001830     PERFORM 4000-CLOSE-ENVELOPE THRU 4000-EXIT.
001840     PERFORM 7000-PRODUCE-REPORT THRU 7000-EXIT.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001860     MOVE ROU-RETURN-CODE TO RETURN-CODE.
001870     STOP RUN.
001880
001890*----------------------------------------------------------------
001900* 1000-INITIALIZE
001910*     THE SUBSCRIBER ID IS REQUIRED IN THE PARM.  LOAD ITS
001920*     ACTIVE SUBSCRIPTIONS (1100); A SUBSCRIBER WITH NONE IS A
001930*     JCL ERROR, NOT AN EMPTY FILE, AND STOPS THE RUN WITH
001940*     RETURN CODE 12 BEFORE INPTSIF IS OPENED.  A MISSING INPTIF
001950*     IS AN EMPTY NIGHT: THE SUBSCRIBER STILL GETS AN ENVELOPE.
001960*----------------------------------------------------------------
001970 1000-INITIALIZE.
001980     ACCEPT ROU-RUN-DATE FROM DATE YYYYMMDD.
001990     ACCEPT ROU-RUN-TIME FROM TIME.
002000     IF ROU-PARM-LENGTH NOT < 8
002010         MOVE ROU-PARM-SUBSCRIBER-ID TO ROU-SUBSCRIBER-ID
002020     ELSE
002030         IF ROU-PARM-LENGTH > 0
002040             MOVE ROU-PARM-SUBSCRIBER-ID (1:ROU-PARM-LENGTH)
002050                 TO ROU-SUBSCRIBER-ID
002060         END-IF
002070     END-IF.
002080     IF ROU-SUBSCRIBER-ID = SPACES
002090         DISPLAY "*** INPTROUT - SUBSCRIBER ID REQUIRED IN PARM "
002100             "***" UPON CONSOLE
002110         MOVE 12 TO ROU-RETURN-CODE
002120         SET ROU-RUN-STOPPED TO TRUE
002130         GO TO 1000-EXIT
002140     END-IF.
002150     PERFORM 1100-LOAD-SUBSCRIPTIONS THRU 1100-EXIT.
002160     IF ROU-SUB-TABLE-COUNT = 0
002170         DISPLAY "*** INPTROUT - NO ACTIVE SUBSCRIPTIONS FOR "
002180             ROU-SUBSCRIBER-ID " ***" UPON CONSOLE
002190         MOVE 12 TO ROU-RETURN-CODE
002200         SET ROU-RUN-STOPPED TO TRUE
002210         GO TO 1000-EXIT
002220     END-IF.
002230     PERFORM 1200-CHECK-CATEGORIES THRU 1200-EXIT.
002240     OPEN INPUT INPTIF-FILE.
002250     IF ROU-IF-FILE-STATUS = "35"
002260         SET ROU-IF-EOF-YES TO TRUE
002270     END-IF.
002280     OPEN OUTPUT INPTSIF-FILE.
002290     OPEN OUTPUT INPTRLST-FILE.
002300 1000-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------------
002340* 1100-LOAD-SUBSCRIPTIONS
002350*     POSITION ON THE SUBSCRIBER'S FIRST ROW AND READ ITS ROWS
002360*     IN KEY ORDER.  ENDED SUBSCRIPTIONS ARE PASSED OVER.
002370*----------------------------------------------------------------
002380 1100-LOAD-SUBSCRIPTIONS.
002390     OPEN INPUT INPTSUBS-FILE.
002400     IF ROU-SUBS-FILE-STATUS = "35"
002410         GO TO 1100-EXIT
002420     END-IF.
002430     MOVE ROU-SUBSCRIBER-ID TO SUB-SUBSCRIBER-ID.
002440     MOVE LOW-VALUES TO SUB-CATEGORY-CODE.
002450     START INPTSUBS-FILE KEY NOT LESS THAN SUB-KEY
002460         INVALID KEY
002470             SET ROU-SUBS-EOF-YES TO TRUE
002480     END-START.
002490     PERFORM 1110-LOAD-ONE-SUBSCRIPTION THRU 1110-EXIT
002500         UNTIL ROU-SUBS-EOF-YES.
002510     CLOSE INPTSUBS-FILE.
002520 1100-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------
002560* 1110-LOAD-ONE-SUBSCRIPTION
002570*----------------------------------------------------------------
002580 1110-LOAD-ONE-SUBSCRIPTION.
002590     READ INPTSUBS-FILE NEXT RECORD
002600         AT END
002610             SET ROU-SUBS-EOF-YES TO TRUE
002620             GO TO 1110-EXIT
002630     END-READ.
002640     IF SUB-SUBSCRIBER-ID NOT = ROU-SUBSCRIBER-ID
002650         SET ROU-SUBS-EOF-YES TO TRUE
002660         GO TO 1110-EXIT
002670     END-IF.
002680     IF NOT SUB-STATUS-ACTIVE
002690         GO TO 1110-EXIT
002700     END-IF.
002710     IF ROU-SUB-TABLE-COUNT NOT < ROU-SUB-TABLE-MAX
002720         DISPLAY "*** INPTROUT SUBSCRIPTION TABLE FULL - ROWS "
002730             "BEYOND " ROU-SUB-TABLE-MAX " IGNORED ***"
002740             UPON CONSOLE
002750         IF ROU-RETURN-CODE < 8
002760             MOVE 8 TO ROU-RETURN-CODE
002770         END-IF
002780         SET ROU-SUBS-EOF-YES TO TRUE
002790         GO TO 1110-EXIT
002800     END-IF.
002810     ADD 1 TO ROU-SUB-TABLE-COUNT.
002820     MOVE ROU-SUB-TABLE-COUNT TO ROU-SUB-INDEX.
002830     MOVE SUB-CATEGORY-CODE TO ROU-SUB-CATEGORY(ROU-SUB-INDEX).
002840     MOVE SUB-RECORD-TYPES TO ROU-SUB-TYPES(ROU-SUB-INDEX).
002850     MOVE SPACE TO ROU-SUB-CAT-STATE(ROU-SUB-INDEX).
002860     MOVE 0 TO ROU-SUB-ROUTED(ROU-SUB-INDEX).
002870 1110-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------
002910* 1200-CHECK-CATEGORIES
002920*     LOOK EACH SUBSCRIBED CODE UP ON INPTCAT.  A RETIRED CODE,
002930*     OR ONE NOT ON INPTCAT AT ALL, IS COUNTED FOR THE REPORT
002940*     FLAG.  DETAILS UNDER IT ARE STILL ROUTED - A CORRECTION TO
002950*     AN OLD ENTRY CAN STILL CARRY A RETIRED CODE.
002960*----------------------------------------------------------------
002970 1200-CHECK-CATEGORIES.
002980     OPEN INPUT INPTCAT-FILE.
002990     PERFORM 1210-CHECK-ONE-CATEGORY THRU 1210-EXIT
003000         VARYING ROU-SUB-INDEX FROM 1 BY 1
003010         UNTIL ROU-SUB-INDEX > ROU-SUB-TABLE-COUNT.
003020     IF ROU-CAT-FILE-STATUS NOT = "35"
003030         CLOSE INPTCAT-FILE
003040     END-IF.
003050     IF ROU-FLAGGED-COUNT > 0
003060         IF ROU-RETURN-CODE < 4
003070             MOVE 4 TO ROU-RETURN-CODE
003080         END-IF
003090     END-IF.
003100 1200-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------
003140* 1210-CHECK-ONE-CATEGORY
003150*----------------------------------------------------------------
003160 1210-CHECK-ONE-CATEGORY.
003170     IF ROU-SUB-CATEGORY(ROU-SUB-INDEX) = "*ALL"
003180         SET ROU-SUB-CAT-ALL(ROU-SUB-INDEX) TO TRUE
003190         GO TO 1210-EXIT
003200     END-IF.
003210     IF ROU-CAT-FILE-STATUS = "35"
003220         SET ROU-SUB-CAT-UNKNOWN(ROU-SUB-INDEX) TO TRUE
003230         ADD 1 TO ROU-FLAGGED-COUNT
003240         GO TO 1210-EXIT
003250     END-IF.
003260     MOVE ROU-SUB-CATEGORY(ROU-SUB-INDEX) TO CAT-CODE.
003270     READ INPTCAT-FILE
003280         INVALID KEY
003290             SET ROU-SUB-CAT-UNKNOWN(ROU-SUB-INDEX) TO TRUE
003300             ADD 1 TO ROU-FLAGGED-COUNT
003310         NOT INVALID KEY
003320             IF CAT-STATUS-RETIRED
003330                 SET ROU-SUB-CAT-RETIRED(ROU-SUB-INDEX) TO TRUE
003340                 ADD 1 TO ROU-FLAGGED-COUNT
003350             ELSE
003360                 SET ROU-SUB-CAT-ACTIVE(ROU-SUB-INDEX) TO TRUE
003370             END-IF
003380     END-READ.
003390 1210-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------
003430* 3000-ROUTE-ONE-IF-RECORD
003440*     THE NIGHT'S HEADER IS REWRITTEN FOR THE SUBSCRIBER; THE
003450*     NIGHT'S TRAILER IS KEPT TO BALANCE INPTIF ITSELF AND IS
003460*     NOT PASSED ON; EVERY DETAIL IS COUNTED AND HASHED FOR
003470*     THAT BALANCE AND ROUTED WHEN THE SUBSCRIBER TAKES IT.
003480*----------------------------------------------------------------
003490 3000-ROUTE-ONE-IF-RECORD.
003500     READ INPTIF-FILE
003510         AT END
003520             SET ROU-IF-EOF-YES TO TRUE
003530             GO TO 3000-EXIT
003540     END-READ.
003550     EVALUATE INPTIF-RECORD-TYPE
003560         WHEN "H"
003570             MOVE INPTIF-RECORD TO IFH-HEADER-RECORD
003580             PERFORM 3100-WRITE-HEADER THRU 3100-EXIT
003590         WHEN "T"
003600             SET ROU-TRAILER-FOUND TO TRUE
003610             MOVE INPTIF-RECORD TO IFT-TRAILER-RECORD
003620             MOVE IFT-DETAIL-COUNT TO ROU-IF-TRL-DETAIL-COUNT
003630             MOVE IFT-HASH-TOTAL TO ROU-IF-TRL-HASH-TOTAL
003640         WHEN OTHER
003650             ADD 1 TO ROU-IF-DETAILS-READ
003660             ADD INPTIF-ENTRY-ID TO ROU-IF-HASH-TOTAL
003670             PERFORM 3200-ROUTE-DETAIL THRU 3200-EXIT
003680     END-EVALUATE.
003690 3000-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730* 3100-WRITE-HEADER
003740*     WRITE THE SUBSCRIBER'S HEADER FROM IFH-HEADER-RECORD,
003750*     STAMPED WITH THE SUBSCRIBER ID.  WHEN INPTIF HAD NO HEADER
003760*     THE CALLER HAS BUILT ONE FROM THIS RUN'S OWN STAMP.
003770*----------------------------------------------------------------
003780 3100-WRITE-HEADER.
003790     IF ROU-HEADER-WRITTEN
003800         GO TO 3100-EXIT
003810     END-IF.
003820     MOVE ROU-SUBSCRIBER-ID TO IFH-SUBSCRIBER-ID.
003830     WRITE INPTSIF-RECORD FROM IFH-HEADER-RECORD.
003840     SET ROU-HEADER-WRITTEN TO TRUE.
003850 3100-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890* 3200-ROUTE-DETAIL
003900*----------------------------------------------------------------
003910 3200-ROUTE-DETAIL.
003920     MOVE "N" TO ROU-MATCH-SWITCH.
003930     PERFORM 3210-MATCH-ONE-SUBSCRIPTION THRU 3210-EXIT
003940         VARYING ROU-SUB-INDEX FROM 1 BY 1
003950         UNTIL ROU-SUB-INDEX > ROU-SUB-TABLE-COUNT
003960             OR ROU-MATCH-FOUND.
003970     IF NOT ROU-MATCH-FOUND
003980         ADD 1 TO ROU-NOT-ROUTED-COUNT
003990         GO TO 3200-EXIT
004000     END-IF.
004010     SUBTRACT 1 FROM ROU-SUB-INDEX.
004020     ADD 1 TO ROU-SUB-ROUTED(ROU-SUB-INDEX).
004030     IF NOT ROU-HEADER-WRITTEN
004040         PERFORM 3300-BUILD-OWN-HEADER THRU 3300-EXIT
004050     END-IF.
004060     WRITE INPTSIF-RECORD FROM INPTIF-RECORD.
004070     ADD 1 TO ROU-SIF-DETAIL-COUNT.
004080     ADD INPTIF-ENTRY-ID TO ROU-SIF-HASH-TOTAL.
004090 3200-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 3210-MATCH-ONE-SUBSCRIPTION
004140*     THE CATEGORY MUST BE THE ROW'S CODE (OR THE ROW IS "*ALL")
004150*     AND THE RECORD TYPE ONE OF THE ROW'S TYPES (OR THE ROW
004160*     TAKES EVERY TYPE).
004170*----------------------------------------------------------------
004180 3210-MATCH-ONE-SUBSCRIPTION.
004190     IF ROU-SUB-CATEGORY(ROU-SUB-INDEX)
004200                 NOT = INPTIF-CATEGORY-CODE
004210             AND NOT ROU-SUB-CAT-ALL(ROU-SUB-INDEX)
004220         GO TO 3210-EXIT
004230     END-IF.
004240     IF ROU-SUB-TYPES(ROU-SUB-INDEX) = SPACES
004250         SET ROU-MATCH-FOUND TO TRUE
004260         GO TO 3210-EXIT
004270     END-IF.
004280     MOVE 0 TO ROU-TYPE-TALLY.
004290     INSPECT ROU-SUB-TYPES(ROU-SUB-INDEX)
004300         TALLYING ROU-TYPE-TALLY FOR ALL INPTIF-RECORD-TYPE.
004310     IF ROU-TYPE-TALLY > 0
004320         SET ROU-MATCH-FOUND TO TRUE
004330     END-IF.
004340 3210-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380* 3300-BUILD-OWN-HEADER
004390*     INPTIF CARRIED NO HEADER (OR NONE AHEAD OF ITS DETAILS):
004400*     STAMP THE SUBSCRIBER'S ENVELOPE WITH THIS RUN INSTEAD.
004410*----------------------------------------------------------------
004420 3300-BUILD-OWN-HEADER.
004430     MOVE SPACES TO IFH-HEADER-RECORD.
004440     SET IFH-TYPE-HEADER TO TRUE.
004450     MOVE ROU-RUN-DATE TO IFH-RUN-DATE.
004460     MOVE ROU-RUN-TIME TO IFH-RUN-TIME.
004470     MOVE "INPTROUT" TO IFH-OPERATOR-ID.
004480     PERFORM 3100-WRITE-HEADER THRU 3100-EXIT.
004490 3300-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530* 4000-CLOSE-ENVELOPE
004540*     WRITE THE SUBSCRIBER'S TRAILER - EVEN AN EMPTY NIGHT GETS
004550*     A HEADER AND A ZERO TRAILER SO THE RECEIVER KNOWS IT WAS
004560*     SENT NOTHING - AND BALANCE THE NIGHT'S INPTIF AGAINST ITS
004570*     OWN TRAILER.  AN UNBALANCED INPTIF FAILS THE RUN WITH 8:
004580*     WHAT WAS ROUTED FROM IT CANNOT BE TRUSTED EITHER.
004590*----------------------------------------------------------------
004600 4000-CLOSE-ENVELOPE.
004610     IF NOT ROU-HEADER-WRITTEN
004620         PERFORM 3300-BUILD-OWN-HEADER THRU 3300-EXIT
004630     END-IF.
004640     MOVE SPACES TO IFT-TRAILER-RECORD.
004650     SET IFT-TYPE-TRAILER TO TRUE.
004660     MOVE ROU-SIF-DETAIL-COUNT TO IFT-DETAIL-COUNT.
004670     MOVE ROU-SIF-HASH-TOTAL TO IFT-HASH-TOTAL.
004680     WRITE INPTSIF-RECORD FROM IFT-TRAILER-RECORD.
004690     IF ROU-IF-DETAILS-READ NOT = ROU-IF-TRL-DETAIL-COUNT
004700             OR ROU-IF-HASH-TOTAL NOT = ROU-IF-TRL-HASH-TOTAL
004710         IF ROU-RETURN-CODE < 8
004720             MOVE 8 TO ROU-RETURN-CODE
004730         END-IF
004740     END-IF.
004750 4000-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790* 7000-PRODUCE-REPORT
004800*     THE SUBSCRIPTIONS WITH WHAT WAS ROUTED UNDER EACH (AND ANY
004810*     CATEGORY FLAG), THEN THE RUN TOTALS.
004820*----------------------------------------------------------------
004830 7000-PRODUCE-REPORT.
004840     MOVE SPACES TO INPTRLST-LINE.
004850     STRING "INPTROUT - INTERFACE ROUTING FOR SUBSCRIBER "
004860         DELIMITED BY SIZE
004870         ROU-SUBSCRIBER-ID DELIMITED BY SIZE
004880         INTO INPTRLST-LINE.
004890     WRITE INPTRLST-LINE.
004900     MOVE SPACES TO INPTRLST-LINE.
004910     WRITE INPTRLST-LINE.
004920     MOVE "CATEGORY  RECORD TYPES   ROUTED  CATEGORY STATUS"
004930         TO INPTRLST-LINE.
004940     WRITE INPTRLST-LINE.
004950     PERFORM 7100-PRINT-SUBSCRIPTION THRU 7100-EXIT
004960         VARYING ROU-SUB-INDEX FROM 1 BY 1
004970         UNTIL ROU-SUB-INDEX > ROU-SUB-TABLE-COUNT.
004980     MOVE SPACES TO INPTRLST-LINE.
004990     WRITE INPTRLST-LINE.
005000     MOVE "INPTROUT ROUTING SUMMARY" TO INPTRLST-LINE.
005010     WRITE INPTRLST-LINE.
005020     MOVE ROU-IF-DETAILS-READ TO ROU-EDIT-COUNT.
005030     MOVE SPACES TO INPTRLST-LINE.
005040     STRING "  INPTIF DETAILS READ       : " DELIMITED BY SIZE
005050         ROU-EDIT-COUNT DELIMITED BY SIZE
005060         INTO INPTRLST-LINE.
005070     WRITE INPTRLST-LINE.
005080     MOVE ROU-SIF-DETAIL-COUNT TO ROU-EDIT-COUNT.
005090     MOVE SPACES TO INPTRLST-LINE.
005100     STRING "  ROUTED TO SUBSCRIBER      : " DELIMITED BY SIZE
005110         ROU-EDIT-COUNT DELIMITED BY SIZE
005120         INTO INPTRLST-LINE.
005130     WRITE INPTRLST-LINE.
005140     MOVE ROU-NOT-ROUTED-COUNT TO ROU-EDIT-COUNT.
005150     MOVE SPACES TO INPTRLST-LINE.
005160     STRING "  NOT SUBSCRIBED            : " DELIMITED BY SIZE
005170         ROU-EDIT-COUNT DELIMITED BY SIZE
005180         INTO INPTRLST-LINE.
005190     WRITE INPTRLST-LINE.
005200     MOVE ROU-SIF-HASH-TOTAL TO ROU-EDIT-HASH.
005210     MOVE SPACES TO INPTRLST-LINE.
005220     STRING "  SUBSCRIBER HASH TOTAL     : " DELIMITED BY SIZE
005230         ROU-EDIT-HASH DELIMITED BY SIZE
005240         INTO INPTRLST-LINE.
005250     WRITE INPTRLST-LINE.
005260     MOVE ROU-FLAGGED-COUNT TO ROU-EDIT-COUNT.
005270     MOVE SPACES TO INPTRLST-LINE.
005280     STRING "  CATEGORIES FLAGGED        : " DELIMITED BY SIZE
005290         ROU-EDIT-COUNT DELIMITED BY SIZE
005300         INTO INPTRLST-LINE.
005310     WRITE INPTRLST-LINE.
005320     MOVE SPACES TO INPTRLST-LINE.
005330     IF ROU-IF-DETAILS-READ = ROU-IF-TRL-DETAIL-COUNT
005340             AND ROU-IF-HASH-TOTAL = ROU-IF-TRL-HASH-TOTAL
005350         MOVE "  INPTIF ENVELOPE           : BALANCED"
005360             TO INPTRLST-LINE
005370     ELSE
005380         STRING "  INPTIF ENVELOPE           : " DELIMITED BY SIZE
005390             "*** OUT OF BALANCE ***" DELIMITED BY SIZE
005400             INTO INPTRLST-LINE
005410     END-IF.
005420     WRITE INPTRLST-LINE.
005430     DISPLAY "INPTROUT COMPLETE - SUBSCRIBER " ROU-SUBSCRIBER-ID
005440         " RC " ROU-RETURN-CODE UPON CONSOLE.
005450 7000-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------
005490* 7100-PRINT-SUBSCRIPTION
005500*----------------------------------------------------------------
005510 7100-PRINT-SUBSCRIPTION.
005520     MOVE ROU-SUB-ROUTED(ROU-SUB-INDEX) TO ROU-EDIT-COUNT.
005530     IF ROU-SUB-TYPES(ROU-SUB-INDEX) = SPACES
005540         MOVE "ALL" TO ROU-TYPES-TEXT
005550     ELSE
005560         MOVE ROU-SUB-TYPES(ROU-SUB-INDEX) TO ROU-TYPES-TEXT
005570     END-IF.
005580     EVALUATE TRUE
005590         WHEN ROU-SUB-CAT-ALL(ROU-SUB-INDEX)
005600             MOVE "EVERY CATEGORY" TO ROU-STATUS-TEXT
005610         WHEN ROU-SUB-CAT-ACTIVE(ROU-SUB-INDEX)
005620             MOVE "ACTIVE" TO ROU-STATUS-TEXT
005630         WHEN ROU-SUB-CAT-RETIRED(ROU-SUB-INDEX)
005640             MOVE "*** RETIRED - STILL SUBSCRIBED ***"
005650                 TO ROU-STATUS-TEXT
005660         WHEN OTHER
005670             MOVE "*** NOT ON INPTCAT ***" TO ROU-STATUS-TEXT
005680     END-EVALUATE.
005690     MOVE SPACES TO INPTRLST-LINE.
005700     STRING "  " DELIMITED BY SIZE
005710         ROU-SUB-CATEGORY(ROU-SUB-INDEX) DELIMITED BY SIZE
005720         "    " DELIMITED BY SIZE
005730         ROU-TYPES-TEXT DELIMITED BY SIZE
005740         "    " DELIMITED BY SIZE
005750         ROU-EDIT-COUNT DELIMITED BY SIZE
005760         "  " DELIMITED BY SIZE
005770         ROU-STATUS-TEXT DELIMITED BY SIZE
005780         INTO INPTRLST-LINE.
005790     WRITE INPTRLST-LINE.
005800 7100-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------
005840* 9000-TERMINATE
005850*----------------------------------------------------------------
005860 9000-TERMINATE.
005870     IF ROU-IF-FILE-STATUS NOT = "35"
005880         CLOSE INPTIF-FILE
005890     END-IF.
005900     CLOSE INPTSIF-FILE.
005910     CLOSE INPTRLST-FILE.
005920 9000-EXIT.
005930     EXIT.

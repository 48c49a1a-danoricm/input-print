000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INPTQRPT.
000120 AUTHOR.        D. ORIC.
000130 INSTALLATION.  DATA ENTRY SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DRO  ORIGINAL PROGRAM.  OPERATOR QUALITY AND
000200*                  PRODUCTIVITY REPORT OVER A RANGE OF BUSINESS
000210*                  DATES (THE PARM, DEFAULT TODAY).  FOR EACH
000220*                  OPERATOR ID IT COUNTS THE ENTRIES KEYED BY
000230*                  RECORD TYPE, THE KEYING REJECTS BY REASON CODE,
000240*                  THE POSSIBLE DUPLICATES, THE DELETES AND
000250*                  REINSTATES TURNED DOWN BY AN APPROVER, THE
000260*                  APPROVALS THE OPERATOR PERFORMED AND THE
000270*                  ENTRIES REJECTED DOWNSTREAM BY A SUBSCRIBER,
000280*                  THEN WORKS OUT AN ERROR RATE AND RANKS EVERY
000290*                  OPERATOR AGAINST THE SHOP AVERAGE.  READS THE
000300*                  INPTLOG GENERATIONS FOR THE RANGE (CONCATENATED
000310*                  UNDER ONE DD THE WAY INPTREND TAKES THEM),
000320*                  INPTHOLD AND THE INPTDREJ DOWNSTREAM REJECT
000330*                  HISTORY.
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
000450     SELECT INPTLOG-FILE ASSIGN TO INPTLOG
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS QRP-LOG-FILE-STATUS.
000480
000490     SELECT INPTHOLD-FILE ASSIGN TO INPTHOLD
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HOLD-ENTRY-ID
000530         FILE STATUS IS QRP-HOLD-FILE-STATUS.
000540
000550     SELECT INPTDREJ-FILE ASSIGN TO INPTDREJ
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS QRP-DREJ-FILE-STATUS.
000580
000590     SELECT INPTQRPT-FILE ASSIGN TO INPTQRPT
000600         ORGANIZATION IS SEQUENTIAL.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  INPTLOG-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670     COPY INPTLOG.
000680
000690 FD  INPTHOLD-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY INPTHOLD.
000720
000730 FD  INPTDREJ-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY INPTDREJ.
000770
000780 FD  INPTQRPT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  INPTQRPT-LINE              PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840 77  QRP-LOG-FILE-STATUS        PIC X(02) VALUE SPACES.
000850 77  QRP-HOLD-FILE-STATUS       PIC X(02) VALUE SPACES.
000860 77  QRP-DREJ-FILE-STATUS       PIC X(02) VALUE SPACES.
000870
000880 77  QRP-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
000890     88  QRP-LOG-EOF-YES        VALUE "Y".
000900 77  QRP-HOLD-EOF-SWITCH        PIC X(01) VALUE "N".
000910     88  QRP-HOLD-EOF-YES       VALUE "Y".
000920 77  QRP-DREJ-EOF-SWITCH        PIC X(01) VALUE "N".
000930     88  QRP-DREJ-EOF-YES       VALUE "Y".
000940 77  QRP-HOLD-MISSING-SWITCH    PIC X(01) VALUE "N".
000950     88  QRP-HOLD-MISSING       VALUE "Y".
000960 77  QRP-DREJ-MISSING-SWITCH    PIC X(01) VALUE "N".
000970     88  QRP-DREJ-MISSING       VALUE "Y".
000980 77  QRP-STOP-SWITCH            PIC X(01) VALUE "N".
000990     88  QRP-RUN-STOPPED        VALUE "Y".
001000
001010 77  QRP-RUN-DATE               PIC 9(08).
001020 77  QRP-FROM-DATE              PIC 9(08).
001030 77  QRP-TO-DATE                PIC 9(08).
001040 77  QRP-REJECT-DATE            PIC 9(08).
001050 77  QRP-RETURN-CODE            PIC 9(02) COMP VALUE 0.
001060
001070 77  QRP-LOG-READ               PIC 9(06) COMP VALUE 0.
001080 77  QRP-LOG-IN-RANGE           PIC 9(06) COMP VALUE 0.
001090 77  QRP-HOLD-READ              PIC 9(06) COMP VALUE 0.
001100 77  QRP-DREJ-READ              PIC 9(06) COMP VALUE 0.
001110 77  QRP-NOT-TABLED             PIC 9(06) COMP VALUE 0.
001120
001130 77  QRP-SHOP-ADD-COUNT         PIC 9(06) COMP VALUE 0.
001140 77  QRP-SHOP-CORRECT-COUNT     PIC 9(06) COMP VALUE 0.
001150 77  QRP-SHOP-DELETE-COUNT      PIC 9(06) COMP VALUE 0.
001160 77  QRP-SHOP-REINST-COUNT      PIC 9(06) COMP VALUE 0.
001170 77  QRP-SHOP-NOTE-COUNT        PIC 9(06) COMP VALUE 0.
001180 77  QRP-SHOP-KEYED-COUNT       PIC 9(06) COMP VALUE 0.
001190 77  QRP-SHOP-REJECT-COUNT      PIC 9(06) COMP VALUE 0.
001200 77  QRP-SHOP-HOLD-REJ-COUNT    PIC 9(06) COMP VALUE 0.
001210 77  QRP-SHOP-DOWN-REJ-COUNT    PIC 9(06) COMP VALUE 0.
001220 77  QRP-SHOP-ERROR-COUNT       PIC 9(06) COMP VALUE 0.
001230 77  QRP-SHOP-DUP-COUNT         PIC 9(06) COMP VALUE 0.
001240 77  QRP-SHOP-APPROVAL-COUNT    PIC 9(06) COMP VALUE 0.
001250 77  QRP-SHOP-RATE              PIC 9(04)V99 VALUE 0.
001260 77  QRP-RANKED-COUNT           PIC 9(04) COMP VALUE 0.
001270 77  QRP-RANK-VALUE             PIC 9(04) COMP.
001280 77  QRP-CMP-INDEX              PIC 9(04) COMP.
001290 77  QRP-REASON-INDEX           PIC 9(02) COMP.
001300 77  QRP-REASON-FOUND-SWITCH    PIC X(01) VALUE "N".
001310     88  QRP-REASON-FOUND       VALUE "Y".
001320 77  QRP-LINE-POS               PIC 9(02) COMP.
001330 77  QRP-LOOKUP-ID              PIC X(08).
001340
001350 77  QRP-EDIT-COUNT             PIC ZZZ,ZZ9.
001360 77  QRP-EDIT-SMALL             PIC ZZZZ9.
001370 77  QRP-EDIT-RATE              PIC ZZZ9.99.
001380 77  QRP-EDIT-RANK              PIC ZZ9.
001390
001400*----------------------------------------------------------------
001410* QRP-REASON-TABLE
001420*     THE REJECT REASON CODES THE REPORT BREAKS OUT, IN COLUMN
001430*     ORDER - THE INPTSUSP REASON CODES INPUTPRINT ASSIGNS, PLUS
001440*     "VJ" FOR AN ENTRY TURNED DOWN AT BLIND RE-KEY VERIFICATION.
001450*     A CODE NOT IN THE LIST STILL COUNTS IN THE REJECT TOTAL.
001460*----------------------------------------------------------------
001470 01  QRP-REASON-VALUES.
001480     05  FILLER                 PIC X(18)
001490             VALUE "TYBLNFADDLDTCANDVJ".
001500 01  QRP-REASON-TABLE REDEFINES QRP-REASON-VALUES.
001510     05  QRP-REASON-CODE        PIC X(02) OCCURS 9 TIMES.
001520 77  QRP-REASON-MAX             PIC 9(02) COMP VALUE 9.
001530
001540 01  QRP-SHOP-REASON-TABLE.
001550     05  QRP-SHOP-REASON-COUNT  PIC 9(06) COMP OCCURS 9 TIMES.
001560
001570*----------------------------------------------------------------
001580* QRP-OPR-TABLE
001590*     ONE ACCUMULATOR ROW PER DISTINCT OPERATOR ID SEEN ON ANY OF
001600*     THE THREE INPUTS, LAID OUT AND SEARCHED THE WAY INPTMRPT
001610*     KEEPS ITS OWN OPERATOR BREAKDOWN.  ERRORS ARE THE KEYING
001620*     REJECTS, THE HOLDS TURNED DOWN AND THE DOWNSTREAM REJECTS;
001630*     THE RATE IS ERRORS PER HUNDRED ENTRIES KEYED.  AN OPERATOR
001640*     WHO KEYED NOTHING IN THE RANGE (AN APPROVER, SAY) HAS NO
001650*     RATE AND IS NOT RANKED.
001660*----------------------------------------------------------------
001670 01  QRP-OPR-TABLE.
001680     05  QRP-OPR-ENTRY OCCURS 100 TIMES.
001690         10  QRP-OPR-ID             PIC X(08).
001700         10  QRP-OPR-ADD-COUNT      PIC 9(06) COMP.
001710         10  QRP-OPR-CORRECT-COUNT  PIC 9(06) COMP.
001720         10  QRP-OPR-DELETE-COUNT   PIC 9(06) COMP.
001730         10  QRP-OPR-REINST-COUNT   PIC 9(06) COMP.
001740         10  QRP-OPR-NOTE-COUNT     PIC 9(06) COMP.
001750         10  QRP-OPR-KEYED-COUNT    PIC 9(06) COMP.
001760         10  QRP-OPR-REASON-COUNT   PIC 9(06) COMP
001770                                    OCCURS 9 TIMES.
001780         10  QRP-OPR-REJECT-COUNT   PIC 9(06) COMP.
001790         10  QRP-OPR-HOLD-REJ-COUNT PIC 9(06) COMP.
001800         10  QRP-OPR-DOWN-REJ-COUNT PIC 9(06) COMP.
001810         10  QRP-OPR-ERROR-COUNT    PIC 9(06) COMP.
001820         10  QRP-OPR-DUP-COUNT      PIC 9(06) COMP.
001830         10  QRP-OPR-APPROVAL-COUNT PIC 9(06) COMP.
001840         10  QRP-OPR-RATE           PIC 9(04)V99.
001850         10  QRP-OPR-RANK           PIC 9(04) COMP.
001860 77  QRP-OPR-TABLE-COUNT        PIC 9(04) COMP VALUE 0.
001870 77  QRP-OPR-TABLE-MAX          PIC 9(04) COMP VALUE 100.
001880 77  QRP-OPR-INDEX              PIC 9(04) COMP.
001890 77  QRP-OPR-FOUND-SWITCH       PIC X(01) VALUE "N".
001900     88  QRP-OPR-FOUND          VALUE "Y".
001910
001920 LINKAGE SECTION.
001930 01  QRP-PARM.
001940     05  QRP-PARM-LENGTH            PIC S9(04) COMP.
001950     05  QRP-PARM-FROM-DATE         PIC 9(08).
001960     05  QRP-PARM-TO-DATE           PIC 9(08).
001970     05  FILLER                     PIC X(04).
001980
001990 PROCEDURE DIVISION USING QRP-PARM.
002000*----------------------------------------------------------------
002010* 0000-MAINLINE
002020*----------------------------------------------------------------
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050     IF QRP-RUN-STOPPED
002060         MOVE QRP-RETURN-CODE TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     PERFORM 2000-READ-LOG-RECORD THRU 2000-EXIT
002100         UNTIL QRP-LOG-EOF-YES.
002110     PERFORM 3000-READ-HOLD-RECORD THRU 3000-EXIT
002120         UNTIL QRP-HOLD-EOF-YES.
002130     PERFORM 4000-READ-REJECT-HISTORY THRU 4000-EXIT
002140         UNTIL QRP-DREJ-EOF-YES.
002150     PERFORM 6000-WORK-OUT-RATES THRU 6000-EXIT.
002160     PERFORM 7000-PRODUCE-KEYED-SECTION THRU 7000-EXIT.
002170     PERFORM 7200-PRODUCE-REJECT-SECTION THRU 7200-EXIT.
002180     PERFORM 7400-PRODUCE-QUALITY-SECTION THRU 7400-EXIT.
002190     PERFORM 7600-PRODUCE-TOTALS THRU 7600-EXIT.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210     MOVE QRP-RETURN-CODE TO RETURN-CODE.
002220     STOP RUN.
002230
002240*----------------------------------------------------------------
002250* 1000-INITIALIZE
002260*     TAKE THE DATE RANGE FROM THE PARM - FROM-DATE THEN TO-DATE,
002270*     GUARDED THE WAY INPTJRPT GUARDS ITS BUSINESS DATE.  A
002280*     MISSING OR NON-NUMERIC FROM-DATE MEANS TODAY; A MISSING
002290*     TO-DATE MEANS A ONE-DAY RANGE.  A RANGE THAT ENDS BEFORE
002300*     IT STARTS STOPS THE RUN WITH RETURN CODE 12.  A MISSING
002310*     INPTLOG IS AN EMPTY ONE; A MISSING INPTHOLD OR INPTDREJ IS
002320*     NOTED ON THE REPORT SO THE COLUMNS IT FEEDS ARE NOT TAKEN
002330*     FOR A CLEAN RECORD.
002340*----------------------------------------------------------------
002350 1000-INITIALIZE.
002360     ACCEPT QRP-RUN-DATE FROM DATE YYYYMMDD.
002370     IF QRP-PARM-LENGTH NOT < 8
002380             AND QRP-PARM-FROM-DATE NUMERIC
002390             AND QRP-PARM-FROM-DATE > 0
002400         MOVE QRP-PARM-FROM-DATE TO QRP-FROM-DATE
002410     ELSE
002420         MOVE QRP-RUN-DATE TO QRP-FROM-DATE
002430     END-IF.
002440     IF QRP-PARM-LENGTH NOT < 16
002450             AND QRP-PARM-TO-DATE NUMERIC
002460             AND QRP-PARM-TO-DATE > 0
002470         MOVE QRP-PARM-TO-DATE TO QRP-TO-DATE
002480     ELSE
002490         MOVE QRP-FROM-DATE TO QRP-TO-DATE
002500     END-IF.
002510     IF QRP-TO-DATE < QRP-FROM-DATE
002520         DISPLAY "*** INPTQRPT TO-DATE IS BEFORE FROM-DATE ***"
002530             UPON CONSOLE
002540         MOVE 12 TO QRP-RETURN-CODE
002550         SET QRP-RUN-STOPPED TO TRUE
002560         GO TO 1000-EXIT
002570     END-IF.
002580     OPEN INPUT INPTLOG-FILE.
002590     IF QRP-LOG-FILE-STATUS = "35"
002600         SET QRP-LOG-EOF-YES TO TRUE
002610     END-IF.
002620     OPEN INPUT INPTHOLD-FILE.
002630     IF QRP-HOLD-FILE-STATUS = "35"
002640         DISPLAY "*** INPTHOLD NOT FOUND - NO HOLD COUNTS ***"
002650             UPON CONSOLE
002660         SET QRP-HOLD-MISSING TO TRUE
002670         SET QRP-HOLD-EOF-YES TO TRUE
002680     ELSE
002690         MOVE ZEROS TO HOLD-ENTRY-ID
002700         START INPTHOLD-FILE KEY NOT LESS THAN HOLD-ENTRY-ID
002710             INVALID KEY
002720                 SET QRP-HOLD-EOF-YES TO TRUE
002730         END-START
002740     END-IF.
002750     OPEN INPUT INPTDREJ-FILE.
002760     IF QRP-DREJ-FILE-STATUS = "35"
002770         DISPLAY "*** INPTDREJ NOT FOUND - NO REJECT COUNTS ***"
002780             UPON CONSOLE
002790         SET QRP-DREJ-MISSING TO TRUE
002800         SET QRP-DREJ-EOF-YES TO TRUE
002810     END-IF.
002820     OPEN OUTPUT INPTQRPT-FILE.
002830     MOVE SPACES TO INPTQRPT-LINE.
002840     STRING "INPTQRPT - OPERATOR QUALITY AND PRODUCTIVITY "
002850         DELIMITED BY SIZE
002860         QRP-FROM-DATE DELIMITED BY SIZE
002870         " TO " DELIMITED BY SIZE
002880         QRP-TO-DATE DELIMITED BY SIZE
002890         INTO INPTQRPT-LINE.
002900     WRITE INPTQRPT-LINE.
002910     MOVE 0 TO QRP-SHOP-REASON-COUNT(1) QRP-SHOP-REASON-COUNT(2)
002920         QRP-SHOP-REASON-COUNT(3) QRP-SHOP-REASON-COUNT(4)
002930         QRP-SHOP-REASON-COUNT(5) QRP-SHOP-REASON-COUNT(6)
002940         QRP-SHOP-REASON-COUNT(7) QRP-SHOP-REASON-COUNT(8)
002950         QRP-SHOP-REASON-COUNT(9).
002960 1000-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000* 2000-READ-LOG-RECORD
003010*     READ ONE INPTLOG RECORD AND, WHEN ITS RUN DATE FALLS IN THE
003020*     RANGE, CHARGE IT TO THE OPERATOR WHO KEYED IT (2100).
003030*----------------------------------------------------------------
003040 2000-READ-LOG-RECORD.
003050     READ INPTLOG-FILE
003060         AT END
003070             SET QRP-LOG-EOF-YES TO TRUE
003080         NOT AT END
003090             ADD 1 TO QRP-LOG-READ
003100             IF LOG-RUN-DATE NOT < QRP-FROM-DATE
003110                     AND LOG-RUN-DATE NOT > QRP-TO-DATE
003120                 ADD 1 TO QRP-LOG-IN-RANGE
003130                 PERFORM 2100-COUNT-LOG-RECORD THRU 2100-EXIT
003140             END-IF
003150     END-READ.
003160 2000-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------------
003200* 2100-COUNT-LOG-RECORD
003210*     AN ACCEPTED ADD, CORRECT OR NOTE IS AN ENTRY KEYED BY
003220*     LOG-OPERATOR-ID.  A REJECTED RECORD CARRYING A REASON CODE
003230*     IS A KEYED ENTRY THAT FAILED, AND COUNTS BOTH AS KEYED AND
003240*     AS A REJECT UNDER ITS REASON.  EVERYTHING ELSE IS PASSED
003250*     OVER: A BACKOUT IS NOT KEYING; AN ACCEPTED DELETE OR
003260*     REINSTATE IS THE APPROVER'S RELEASE, AND A REJECTED ONE
003270*     WITH NO REASON THE APPROVER TURNING IT DOWN - BOTH OF WHICH
003280*     ARE COUNTED FROM INPTHOLD (3100) SO THEY ARE NOT COUNTED
003290*     TWICE.
003300*----------------------------------------------------------------
003310 2100-COUNT-LOG-RECORD.
003320     IF LOG-STATUS-ACCEPTED
003330         IF NOT LOG-TYPE-ADD AND NOT LOG-TYPE-CORRECT
003340                 AND NOT LOG-TYPE-NOTE
003350             GO TO 2100-EXIT
003360         END-IF
003370     ELSE
003380         IF NOT LOG-STATUS-REJECTED
003390                 OR LOG-REJECT-REASON = SPACES
003400             GO TO 2100-EXIT
003410         END-IF
003420     END-IF.
003430     MOVE LOG-OPERATOR-ID TO QRP-LOOKUP-ID.
003440     PERFORM 2900-FIND-OPERATOR THRU 2900-EXIT.
003450     IF QRP-OPR-INDEX = 0
003460         ADD 1 TO QRP-NOT-TABLED
003470         GO TO 2100-EXIT
003480     END-IF.
003490     ADD 1 TO QRP-OPR-KEYED-COUNT(QRP-OPR-INDEX).
003500     EVALUATE TRUE
003510         WHEN LOG-TYPE-ADD
003520             ADD 1 TO QRP-OPR-ADD-COUNT(QRP-OPR-INDEX)
003530         WHEN LOG-TYPE-CORRECT
003540             ADD 1 TO QRP-OPR-CORRECT-COUNT(QRP-OPR-INDEX)
003550         WHEN LOG-TYPE-DELETE
003560             ADD 1 TO QRP-OPR-DELETE-COUNT(QRP-OPR-INDEX)
003570         WHEN LOG-TYPE-REINSTATE
003580             ADD 1 TO QRP-OPR-REINST-COUNT(QRP-OPR-INDEX)
003590         WHEN LOG-TYPE-NOTE
003600             ADD 1 TO QRP-OPR-NOTE-COUNT(QRP-OPR-INDEX)
003610     END-EVALUATE.
003620     IF LOG-POSSIBLE-DUPLICATE
003630         ADD 1 TO QRP-OPR-DUP-COUNT(QRP-OPR-INDEX)
003640     END-IF.
003650     IF LOG-STATUS-REJECTED
003660         ADD 1 TO QRP-OPR-REJECT-COUNT(QRP-OPR-INDEX)
003670         PERFORM 2200-COUNT-REASON THRU 2200-EXIT
003680     END-IF.
003690 2100-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730* 2200-COUNT-REASON
003740*     FIND THE REJECT'S REASON COLUMN.  AN UNLISTED CODE IS LEFT
003750*     IN THE OPERATOR'S REJECT TOTAL ONLY.
003760*----------------------------------------------------------------
003770 2200-COUNT-REASON.
003780     MOVE "N" TO QRP-REASON-FOUND-SWITCH.
003790     PERFORM 2210-SEARCH-REASON THRU 2210-EXIT
003800         VARYING QRP-REASON-INDEX FROM 1 BY 1
003810         UNTIL QRP-REASON-INDEX > QRP-REASON-MAX
003820             OR QRP-REASON-FOUND.
003830     IF QRP-REASON-FOUND
003840         SUBTRACT 1 FROM QRP-REASON-INDEX
003850         ADD 1 TO QRP-OPR-REASON-COUNT(QRP-OPR-INDEX,
003860             QRP-REASON-INDEX)
003870     END-IF.
003880 2200-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------------
003920* 2210-SEARCH-REASON
003930*----------------------------------------------------------------
003940 2210-SEARCH-REASON.
003950     IF QRP-REASON-CODE(QRP-REASON-INDEX) = LOG-REJECT-REASON
003960         SET QRP-REASON-FOUND TO TRUE
003970     END-IF.
003980 2210-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------
004020* 2900-FIND-OPERATOR
004030*     FIND (OR ADD) THE ROW FOR QRP-LOOKUP-ID AND LEAVE ITS
004040*     SUBSCRIPT IN QRP-OPR-INDEX.  A FULL TABLE LEAVES THE INDEX
004050*     AT ZERO AND THE CALLER COUNTS THE ACTIVITY AS NOT TABLED.
004060*----------------------------------------------------------------
004070 2900-FIND-OPERATOR.
004080     MOVE "N" TO QRP-OPR-FOUND-SWITCH.
004090     MOVE 0 TO QRP-OPR-INDEX.
004100     IF QRP-OPR-TABLE-COUNT > 0
004110         PERFORM 2910-SEARCH-OPR-ROW THRU 2910-EXIT
004120             VARYING QRP-OPR-INDEX FROM 1 BY 1
004130             UNTIL QRP-OPR-INDEX > QRP-OPR-TABLE-COUNT
004140                 OR QRP-OPR-FOUND
004150     END-IF.
004160     IF QRP-OPR-FOUND
004170         SUBTRACT 1 FROM QRP-OPR-INDEX
004180     ELSE
004190         IF QRP-OPR-TABLE-COUNT < QRP-OPR-TABLE-MAX
004200             ADD 1 TO QRP-OPR-TABLE-COUNT
004210             MOVE QRP-OPR-TABLE-COUNT TO QRP-OPR-INDEX
004220             INITIALIZE QRP-OPR-ENTRY(QRP-OPR-INDEX)
004230             MOVE QRP-LOOKUP-ID TO QRP-OPR-ID(QRP-OPR-INDEX)
004240         ELSE
004250             MOVE 0 TO QRP-OPR-INDEX
004260         END-IF
004270     END-IF.
004280 2900-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320* 2910-SEARCH-OPR-ROW
004330*----------------------------------------------------------------
004340 2910-SEARCH-OPR-ROW.
004350     IF QRP-OPR-ID(QRP-OPR-INDEX) = QRP-LOOKUP-ID
004360         SET QRP-OPR-FOUND TO TRUE
004370     END-IF.
004380 2910-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------
004420* 3000-READ-HOLD-RECORD
004430*     READ THE NEXT INPTHOLD RECORD IN KEY SEQUENCE AND COUNT IT
004440*     AGAINST THE RANGE (3100).
004450*----------------------------------------------------------------
004460 3000-READ-HOLD-RECORD.
004470     READ INPTHOLD-FILE NEXT RECORD
004480         AT END
004490             SET QRP-HOLD-EOF-YES TO TRUE
004500         NOT AT END
004510             ADD 1 TO QRP-HOLD-READ
004520             PERFORM 3100-COUNT-HOLD-RECORD THRU 3100-EXIT
004530     END-READ.
004540 3000-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------------
004580* 3100-COUNT-HOLD-RECORD
004590*     A DELETE OR REINSTATE IS KEYED BY HOLD-REQUESTOR-ID ON THE
004600*     DAY IT WAS QUEUED, WHATEVER BECAME OF IT.  ONE TURNED DOWN
004610*     IS AN ERROR AGAINST THE REQUESTOR ON THE DAY OF THE
004620*     DECISION; ONE RELEASED IS AN APPROVAL CREDITED TO
004630*     HOLD-APPROVER-ID ON THAT DAY.
004640*----------------------------------------------------------------
004650 3100-COUNT-HOLD-RECORD.
004660     IF HOLD-REQUEST-DATE NOT < QRP-FROM-DATE
004670             AND HOLD-REQUEST-DATE NOT > QRP-TO-DATE
004680         MOVE HOLD-REQUESTOR-ID TO QRP-LOOKUP-ID
004690         PERFORM 2900-FIND-OPERATOR THRU 2900-EXIT
004700         IF QRP-OPR-INDEX = 0
004710             ADD 1 TO QRP-NOT-TABLED
004720         ELSE
004730             ADD 1 TO QRP-OPR-KEYED-COUNT(QRP-OPR-INDEX)
004740             IF HOLD-TYPE-REINSTATE
004750                 ADD 1 TO QRP-OPR-REINST-COUNT(QRP-OPR-INDEX)
004760             ELSE
004770                 ADD 1 TO QRP-OPR-DELETE-COUNT(QRP-OPR-INDEX)
004780             END-IF
004790         END-IF
004800     END-IF.
004810     IF NOT HOLD-STATUS-REJECTED AND NOT HOLD-STATUS-RELEASED
004820         GO TO 3100-EXIT
004830     END-IF.
004840     IF HOLD-APPROVAL-DATE < QRP-FROM-DATE
004850             OR HOLD-APPROVAL-DATE > QRP-TO-DATE
004860         GO TO 3100-EXIT
004870     END-IF.
004880     IF HOLD-STATUS-REJECTED
004890         MOVE HOLD-REQUESTOR-ID TO QRP-LOOKUP-ID
004900         PERFORM 2900-FIND-OPERATOR THRU 2900-EXIT
004910         IF QRP-OPR-INDEX = 0
004920             ADD 1 TO QRP-NOT-TABLED
004930         ELSE
004940             ADD 1 TO QRP-OPR-HOLD-REJ-COUNT(QRP-OPR-INDEX)
004950         END-IF
004960     END-IF.
004970     IF HOLD-STATUS-RELEASED
004980         MOVE HOLD-APPROVER-ID TO QRP-LOOKUP-ID
004990         PERFORM 2900-FIND-OPERATOR THRU 2900-EXIT
005000         IF QRP-OPR-INDEX = 0
005010             ADD 1 TO QRP-NOT-TABLED
005020         ELSE
005030             ADD 1 TO QRP-OPR-APPROVAL-COUNT(QRP-OPR-INDEX)
005040         END-IF
005050     END-IF.
005060 3100-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------
005100* 4000-READ-REJECT-HISTORY
005110*     READ ONE INPTDREJ RECORD.  A DOWNSTREAM REJECT IS DATED BY
005120*     THE NIGHT THE ENTRY WAS SENT, OR BY THE RECONCILING RUN
005130*     WHEN THE INTERFACE FILE CARRIED NO HEADER, AND IS CHARGED
005140*     TO THE OPERATOR ID THE DETAIL CARRIED.
005150*----------------------------------------------------------------
005160 4000-READ-REJECT-HISTORY.
005170     READ INPTDREJ-FILE
005180         AT END
005190             SET QRP-DREJ-EOF-YES TO TRUE
005200             GO TO 4000-EXIT
005210     END-READ.
005220     ADD 1 TO QRP-DREJ-READ.
005230     IF DREJ-IF-RUN-DATE NUMERIC AND DREJ-IF-RUN-DATE > 0
005240         MOVE DREJ-IF-RUN-DATE TO QRP-REJECT-DATE
005250     ELSE
005260         MOVE DREJ-ACK-RUN-DATE TO QRP-REJECT-DATE
005270     END-IF.
005280     IF QRP-REJECT-DATE < QRP-FROM-DATE
005290             OR QRP-REJECT-DATE > QRP-TO-DATE
005300         GO TO 4000-EXIT
005310     END-IF.
005320     MOVE DREJ-OPERATOR-ID TO QRP-LOOKUP-ID.
005330     PERFORM 2900-FIND-OPERATOR THRU 2900-EXIT.
005340     IF QRP-OPR-INDEX = 0
005350         ADD 1 TO QRP-NOT-TABLED
005360     ELSE
005370         ADD 1 TO QRP-OPR-DOWN-REJ-COUNT(QRP-OPR-INDEX)
005380     END-IF.
005390 4000-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 6000-WORK-OUT-RATES
005440*     TOTAL EACH OPERATOR'S ERRORS AND RATE, ROLL EVERY ROW INTO
005450*     THE SHOP TOTALS, WORK OUT THE SHOP AVERAGE RATE, THEN RANK
005460*     THE OPERATORS WHO KEYED ANYTHING (6200).
005470*----------------------------------------------------------------
005480 6000-WORK-OUT-RATES.
005490     PERFORM 6100-RATE-ONE-OPERATOR THRU 6100-EXIT
005500         VARYING QRP-OPR-INDEX FROM 1 BY 1
005510         UNTIL QRP-OPR-INDEX > QRP-OPR-TABLE-COUNT.
005520     IF QRP-SHOP-KEYED-COUNT > 0
005530         COMPUTE QRP-SHOP-RATE ROUNDED =
005540             QRP-SHOP-ERROR-COUNT * 100 / QRP-SHOP-KEYED-COUNT
005550     END-IF.
005560     PERFORM 6200-RANK-ONE-OPERATOR THRU 6200-EXIT
005570         VARYING QRP-OPR-INDEX FROM 1 BY 1
005580         UNTIL QRP-OPR-INDEX > QRP-OPR-TABLE-COUNT.
005590 6000-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------------
005630* 6100-RATE-ONE-OPERATOR
005640*----------------------------------------------------------------
005650 6100-RATE-ONE-OPERATOR.
005660     COMPUTE QRP-OPR-ERROR-COUNT(QRP-OPR-INDEX) =
005670         QRP-OPR-REJECT-COUNT(QRP-OPR-INDEX)
005680         + QRP-OPR-HOLD-REJ-COUNT(QRP-OPR-INDEX)
005690         + QRP-OPR-DOWN-REJ-COUNT(QRP-OPR-INDEX).
005700     MOVE 0 TO QRP-OPR-RATE(QRP-OPR-INDEX).
005710     MOVE 0 TO QRP-OPR-RANK(QRP-OPR-INDEX).
005720     IF QRP-OPR-KEYED-COUNT(QRP-OPR-INDEX) > 0
005730         COMPUTE QRP-OPR-RATE(QRP-OPR-INDEX) ROUNDED =
005740             QRP-OPR-ERROR-COUNT(QRP-OPR-INDEX) * 100
005750                 / QRP-OPR-KEYED-COUNT(QRP-OPR-INDEX)
005760         ADD 1 TO QRP-RANKED-COUNT
005770     END-IF.
005780     ADD QRP-OPR-ADD-COUNT(QRP-OPR-INDEX) TO QRP-SHOP-ADD-COUNT.
005790     ADD QRP-OPR-CORRECT-COUNT(QRP-OPR-INDEX)
005800         TO QRP-SHOP-CORRECT-COUNT.
005810     ADD QRP-OPR-DELETE-COUNT(QRP-OPR-INDEX)
005820         TO QRP-SHOP-DELETE-COUNT.
005830     ADD QRP-OPR-REINST-COUNT(QRP-OPR-INDEX)
005840         TO QRP-SHOP-REINST-COUNT.
005850     ADD QRP-OPR-NOTE-COUNT(QRP-OPR-INDEX) TO QRP-SHOP-NOTE-COUNT.
005860     ADD QRP-OPR-KEYED-COUNT(QRP-OPR-INDEX)
005870         TO QRP-SHOP-KEYED-COUNT.
005880     ADD QRP-OPR-REJECT-COUNT(QRP-OPR-INDEX)
005890         TO QRP-SHOP-REJECT-COUNT.
005900     ADD QRP-OPR-HOLD-REJ-COUNT(QRP-OPR-INDEX)
005910         TO QRP-SHOP-HOLD-REJ-COUNT.
005920     ADD QRP-OPR-DOWN-REJ-COUNT(QRP-OPR-INDEX)
005930         TO QRP-SHOP-DOWN-REJ-COUNT.
005940     ADD QRP-OPR-ERROR-COUNT(QRP-OPR-INDEX)
005950         TO QRP-SHOP-ERROR-COUNT.
005960     ADD QRP-OPR-DUP-COUNT(QRP-OPR-INDEX) TO QRP-SHOP-DUP-COUNT.
005970     ADD QRP-OPR-APPROVAL-COUNT(QRP-OPR-INDEX)
005980         TO QRP-SHOP-APPROVAL-COUNT.
005990     PERFORM 6110-ADD-SHOP-REASON THRU 6110-EXIT
006000         VARYING QRP-REASON-INDEX FROM 1 BY 1
006010         UNTIL QRP-REASON-INDEX > QRP-REASON-MAX.
006020 6100-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060* 6110-ADD-SHOP-REASON
006070*----------------------------------------------------------------
006080 6110-ADD-SHOP-REASON.
006090     ADD QRP-OPR-REASON-COUNT(QRP-OPR-INDEX, QRP-REASON-INDEX)
006100         TO QRP-SHOP-REASON-COUNT(QRP-REASON-INDEX).
006110 6110-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------
006150* 6200-RANK-ONE-OPERATOR
006160*     RANK 1 IS THE LOWEST ERROR RATE.  AN OPERATOR'S RANK IS ONE
006170*     MORE THAN THE NUMBER OF RANKED OPERATORS WITH A LOWER RATE,
006180*     SO EQUAL RATES SHARE A RANK.
006190*----------------------------------------------------------------
006200 6200-RANK-ONE-OPERATOR.
006210     IF QRP-OPR-KEYED-COUNT(QRP-OPR-INDEX) = 0
006220         GO TO 6200-EXIT
006230     END-IF.
006240     MOVE 1 TO QRP-OPR-RANK(QRP-OPR-INDEX).
006250     PERFORM 6210-COMPARE-ONE-RATE THRU 6210-EXIT
006260         VARYING QRP-CMP-INDEX FROM 1 BY 1
006270         UNTIL QRP-CMP-INDEX > QRP-OPR-TABLE-COUNT.
006280 6200-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------------
006320* 6210-COMPARE-ONE-RATE
006330*----------------------------------------------------------------
006340 6210-COMPARE-ONE-RATE.
006350     IF QRP-OPR-KEYED-COUNT(QRP-CMP-INDEX) > 0
006360             AND QRP-OPR-RATE(QRP-CMP-INDEX)
006370                 < QRP-OPR-RATE(QRP-OPR-INDEX)
006380         ADD 1 TO QRP-OPR-RANK(QRP-OPR-INDEX)
006390     END-IF.
006400 6210-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------
006440* 7000-PRODUCE-KEYED-SECTION
006450*     ENTRIES KEYED BY OPERATOR AND RECORD TYPE, ONE LINE FOR
006460*     EACH OPERATOR WHO KEYED ANYTHING, THEN THE SHOP LINE.
006470*----------------------------------------------------------------
006480 7000-PRODUCE-KEYED-SECTION.
006490     MOVE SPACES TO INPTQRPT-LINE.
006500     WRITE INPTQRPT-LINE.
006510     MOVE "ENTRIES KEYED BY OPERATOR AND RECORD TYPE"
006520         TO INPTQRPT-LINE.
006530     WRITE INPTQRPT-LINE.
006540     MOVE SPACES TO INPTQRPT-LINE.
006550     STRING "OPERATOR    ADDS CORRECTS  DELETES   REINST    "
006560         DELIMITED BY SIZE
006570         "NOTES    TOTAL" DELIMITED BY SIZE
006580         INTO INPTQRPT-LINE.
006590     WRITE INPTQRPT-LINE.
006600     PERFORM 7010-WRITE-KEYED-LINE THRU 7010-EXIT
006610         VARYING QRP-OPR-INDEX FROM 1 BY 1
006620         UNTIL QRP-OPR-INDEX > QRP-OPR-TABLE-COUNT.
006630     MOVE SPACES TO INPTQRPT-LINE.
006640     MOVE "SHOP" TO INPTQRPT-LINE(1:8).
006650     MOVE QRP-SHOP-ADD-COUNT TO QRP-EDIT-COUNT.
006660     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(10:7).
006670     MOVE QRP-SHOP-CORRECT-COUNT TO QRP-EDIT-COUNT.
006680     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(19:7).
006690     MOVE QRP-SHOP-DELETE-COUNT TO QRP-EDIT-COUNT.
006700     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(28:7).
006710     MOVE QRP-SHOP-REINST-COUNT TO QRP-EDIT-COUNT.
006720     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(37:7).
006730     MOVE QRP-SHOP-NOTE-COUNT TO QRP-EDIT-COUNT.
006740     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(46:7).
006750     MOVE QRP-SHOP-KEYED-COUNT TO QRP-EDIT-COUNT.
006760     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(55:7).
006770     WRITE INPTQRPT-LINE.
006780 7000-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------
006820* 7010-WRITE-KEYED-LINE
006830*----------------------------------------------------------------
006840 7010-WRITE-KEYED-LINE.
006850     IF QRP-OPR-KEYED-COUNT(QRP-OPR-INDEX) = 0
006860         GO TO 7010-EXIT
006870     END-IF.
006880     MOVE SPACES TO INPTQRPT-LINE.
006890     MOVE QRP-OPR-ID(QRP-OPR-INDEX) TO INPTQRPT-LINE(1:8).
006900     MOVE QRP-OPR-ADD-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-COUNT.
006910     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(10:7).
006920     MOVE QRP-OPR-CORRECT-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-COUNT.
006930     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(19:7).
006940     MOVE QRP-OPR-DELETE-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-COUNT.
006950     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(28:7).
006960     MOVE QRP-OPR-REINST-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-COUNT.
006970     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(37:7).
006980     MOVE QRP-OPR-NOTE-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-COUNT.
006990     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(46:7).
007000     MOVE QRP-OPR-KEYED-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-COUNT.
007010     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(55:7).
007020     WRITE INPTQRPT-LINE.
007030 7010-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------------
007070* 7200-PRODUCE-REJECT-SECTION
007080*     KEYING REJECTS BY OPERATOR AND REASON CODE, ONE LINE FOR
007090*     EACH OPERATOR WITH A REJECT, THEN THE SHOP LINE.
007100*----------------------------------------------------------------
007110 7200-PRODUCE-REJECT-SECTION.
007120     MOVE SPACES TO INPTQRPT-LINE.
007130     WRITE INPTQRPT-LINE.
007140     MOVE "KEYING REJECTS BY OPERATOR AND REASON"
007150         TO INPTQRPT-LINE.
007160     WRITE INPTQRPT-LINE.
007170     MOVE SPACES TO INPTQRPT-LINE.
007180     STRING "OPERATOR    TY    BL    NF    AD    DL    DT    "
007190         DELIMITED BY SIZE
007200         "CA    ND    VJ TOTAL" DELIMITED BY SIZE
007210         INTO INPTQRPT-LINE.
007220     WRITE INPTQRPT-LINE.
007230     PERFORM 7210-WRITE-REJECT-LINE THRU 7210-EXIT
007240         VARYING QRP-OPR-INDEX FROM 1 BY 1
007250         UNTIL QRP-OPR-INDEX > QRP-OPR-TABLE-COUNT.
007260     MOVE SPACES TO INPTQRPT-LINE.
007270     MOVE "SHOP" TO INPTQRPT-LINE(1:8).
007280     PERFORM 7230-EDIT-SHOP-REASON THRU 7230-EXIT
007290         VARYING QRP-REASON-INDEX FROM 1 BY 1
007300         UNTIL QRP-REASON-INDEX > QRP-REASON-MAX.
007310     MOVE QRP-SHOP-REJECT-COUNT TO QRP-EDIT-SMALL.
007320     MOVE QRP-EDIT-SMALL TO INPTQRPT-LINE(64:5).
007330     WRITE INPTQRPT-LINE.
007340 7200-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------
007380* 7210-WRITE-REJECT-LINE
007390*----------------------------------------------------------------
007400 7210-WRITE-REJECT-LINE.
007410     IF QRP-OPR-REJECT-COUNT(QRP-OPR-INDEX) = 0
007420         GO TO 7210-EXIT
007430     END-IF.
007440     MOVE SPACES TO INPTQRPT-LINE.
007450     MOVE QRP-OPR-ID(QRP-OPR-INDEX) TO INPTQRPT-LINE(1:8).
007460     PERFORM 7220-EDIT-OPR-REASON THRU 7220-EXIT
007470         VARYING QRP-REASON-INDEX FROM 1 BY 1
007480         UNTIL QRP-REASON-INDEX > QRP-REASON-MAX.
007490     MOVE QRP-OPR-REJECT-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-SMALL.
007500     MOVE QRP-EDIT-SMALL TO INPTQRPT-LINE(64:5).
007510     WRITE INPTQRPT-LINE.
007520 7210-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------
007560* 7220-EDIT-OPR-REASON
007570*     REASON COLUMNS ARE FIVE WIDE ON A SIX-BYTE PITCH FROM
007580*     POSITION 10.
007590*----------------------------------------------------------------
007600 7220-EDIT-OPR-REASON.
007610     COMPUTE QRP-LINE-POS = 4 + QRP-REASON-INDEX * 6.
007620     MOVE QRP-OPR-REASON-COUNT(QRP-OPR-INDEX, QRP-REASON-INDEX)
007630         TO QRP-EDIT-SMALL.
007640     MOVE QRP-EDIT-SMALL TO INPTQRPT-LINE(QRP-LINE-POS:5).
007650 7220-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------
007690* 7230-EDIT-SHOP-REASON
007700*----------------------------------------------------------------
007710 7230-EDIT-SHOP-REASON.
007720     COMPUTE QRP-LINE-POS = 4 + QRP-REASON-INDEX * 6.
007730     MOVE QRP-SHOP-REASON-COUNT(QRP-REASON-INDEX)
007740         TO QRP-EDIT-SMALL.
007750     MOVE QRP-EDIT-SMALL TO INPTQRPT-LINE(QRP-LINE-POS:5).
007760 7230-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------------
007800* 7400-PRODUCE-QUALITY-SECTION
007810*     ONE LINE PER OPERATOR IN RANK ORDER, BEST RATE FIRST, EACH
007820*     MARKED ABOVE, BELOW OR AT THE SHOP AVERAGE.  OPERATORS WHO
007830*     KEYED NOTHING FOLLOW, UNRANKED.
007840*----------------------------------------------------------------
007850 7400-PRODUCE-QUALITY-SECTION.
007860     MOVE SPACES TO INPTQRPT-LINE.
007870     WRITE INPTQRPT-LINE.
007880     MOVE "OPERATOR QUALITY AND ERROR RATE" TO INPTQRPT-LINE.
007890     WRITE INPTQRPT-LINE.
007900     MOVE SPACES TO INPTQRPT-LINE.
007910     STRING "OPERATOR   ENTRY  KEYNG  HOLD  DOWN TOTAL  POSS  "
007920         DELIMITED BY SIZE
007930         "APPR   ERROR RANK  VS SHOP" DELIMITED BY SIZE
007940         INTO INPTQRPT-LINE.
007950     WRITE INPTQRPT-LINE.
007960     MOVE SPACES TO INPTQRPT-LINE.
007970     STRING "           KEYED  REJCT REJCT REJCT ERROR  DUPS  "
007980         DELIMITED BY SIZE
007990         "DONE   RATE%       AVERAGE" DELIMITED BY SIZE
008000         INTO INPTQRPT-LINE.
008010     WRITE INPTQRPT-LINE.
008020     PERFORM 7410-WRITE-ONE-RANK THRU 7410-EXIT
008030         VARYING QRP-RANK-VALUE FROM 1 BY 1
008040         UNTIL QRP-RANK-VALUE > QRP-RANKED-COUNT.
008050     MOVE 0 TO QRP-RANK-VALUE.
008060     PERFORM 7420-WRITE-IF-RANKED THRU 7420-EXIT
008070         VARYING QRP-OPR-INDEX FROM 1 BY 1
008080         UNTIL QRP-OPR-INDEX > QRP-OPR-TABLE-COUNT.
008090 7400-EXIT.
008100     EXIT.
008110
008120*----------------------------------------------------------------
008130* 7410-WRITE-ONE-RANK
008140*     EVERY OPERATOR HOLDING THIS RANK (SHARED RANKS SKIP THE
008150*     NUMBERS BELOW THEM, SO SOME RANKS HAVE NO ONE).
008160*----------------------------------------------------------------
008170 7410-WRITE-ONE-RANK.
008180     PERFORM 7420-WRITE-IF-RANKED THRU 7420-EXIT
008190         VARYING QRP-OPR-INDEX FROM 1 BY 1
008200         UNTIL QRP-OPR-INDEX > QRP-OPR-TABLE-COUNT.
008210 7410-EXIT.
008220     EXIT.
008230
008240*----------------------------------------------------------------
008250* 7420-WRITE-IF-RANKED
008260*     WRITE THE ROW WHEN ITS RANK IS QRP-RANK-VALUE (ZERO PICKS
008270*     THE UNRANKED ROWS).
008280*----------------------------------------------------------------
008290 7420-WRITE-IF-RANKED.
008300     IF QRP-OPR-RANK(QRP-OPR-INDEX) NOT = QRP-RANK-VALUE
008310         GO TO 7420-EXIT
008320     END-IF.
008330     MOVE SPACES TO INPTQRPT-LINE.
008340     MOVE QRP-OPR-ID(QRP-OPR-INDEX) TO INPTQRPT-LINE(1:8).
008350     MOVE QRP-OPR-KEYED-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-COUNT.
008360     MOVE QRP-EDIT-COUNT TO INPTQRPT-LINE(10:7).
008370     MOVE QRP-OPR-REJECT-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-SMALL.
008380     MOVE QRP-EDIT-SMALL TO INPTQRPT-LINE(19:5).
008390     MOVE QRP-OPR-HOLD-REJ-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-SMALL.
008400     MOVE QRP-EDIT-SMALL TO INPTQRPT-LINE(25:5).
008410     MOVE QRP-OPR-DOWN-REJ-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-SMALL.
008420     MOVE QRP-EDIT-SMALL TO INPTQRPT-LINE(31:5).
008430     MOVE QRP-OPR-ERROR-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-SMALL.
008440     MOVE QRP-EDIT-SMALL TO INPTQRPT-LINE(37:5).
008450     MOVE QRP-OPR-DUP-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-SMALL.
008460     MOVE QRP-EDIT-SMALL TO INPTQRPT-LINE(43:5).
008470     MOVE QRP-OPR-APPROVAL-COUNT(QRP-OPR-INDEX) TO QRP-EDIT-SMALL.
008480     MOVE QRP-EDIT-SMALL TO INPTQRPT-LINE(49:5).
008490     IF QRP-OPR-RANK(QRP-OPR-INDEX) = 0
008500         MOVE "N/A" TO INPTQRPT-LINE(58:3)
008510         MOVE "N/A" TO INPTQRPT-LINE(69:3)
008520         WRITE INPTQRPT-LINE
008530         GO TO 7420-EXIT
008540     END-IF.
008550     MOVE QRP-OPR-RATE(QRP-OPR-INDEX) TO QRP-EDIT-RATE.
008560     MOVE QRP-EDIT-RATE TO INPTQRPT-LINE(55:7).
008570     MOVE QRP-OPR-RANK(QRP-OPR-INDEX) TO QRP-EDIT-RANK.
008580     MOVE QRP-EDIT-RANK TO INPTQRPT-LINE(64:3).
008590     EVALUATE TRUE
008600         WHEN QRP-OPR-RATE(QRP-OPR-INDEX) > QRP-SHOP-RATE
008610             MOVE "ABOVE" TO INPTQRPT-LINE(69:5)
008620         WHEN QRP-OPR-RATE(QRP-OPR-INDEX) < QRP-SHOP-RATE
008630             MOVE "BELOW" TO INPTQRPT-LINE(69:5)
008640         WHEN OTHER
008650             MOVE "AT" TO INPTQRPT-LINE(69:2)
008660     END-EVALUATE.
008670     WRITE INPTQRPT-LINE.
008680 7420-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------
008720* 7600-PRODUCE-TOTALS
008730*     THE SHOP TOTALS AND AVERAGE RATE, WHAT WAS READ, AND A NOTE
008740*     FOR ANY INPUT THAT WAS NOT THERE OR ACTIVITY THAT DID NOT
008750*     FIT THE OPERATOR TABLE (RETURN CODE 4).
008760*----------------------------------------------------------------
008770 7600-PRODUCE-TOTALS.
008780     MOVE SPACES TO INPTQRPT-LINE.
008790     WRITE INPTQRPT-LINE.
008800     MOVE "INPTQRPT SHOP TOTALS" TO INPTQRPT-LINE.
008810     WRITE INPTQRPT-LINE.
008820     MOVE QRP-LOG-READ TO QRP-EDIT-COUNT.
008830     MOVE SPACES TO INPTQRPT-LINE.
008840     STRING "  LOG RECORDS READ          : " DELIMITED BY SIZE
008850         QRP-EDIT-COUNT DELIMITED BY SIZE
008860         INTO INPTQRPT-LINE.
008870     WRITE INPTQRPT-LINE.
008880     MOVE QRP-LOG-IN-RANGE TO QRP-EDIT-COUNT.
008890     MOVE SPACES TO INPTQRPT-LINE.
008900     STRING "  LOG RECORDS IN RANGE      : " DELIMITED BY SIZE
008910         QRP-EDIT-COUNT DELIMITED BY SIZE
008920         INTO INPTQRPT-LINE.
008930     WRITE INPTQRPT-LINE.
008940     MOVE QRP-HOLD-READ TO QRP-EDIT-COUNT.
008950     MOVE SPACES TO INPTQRPT-LINE.
008960     STRING "  HOLD RECORDS READ         : " DELIMITED BY SIZE
008970         QRP-EDIT-COUNT DELIMITED BY SIZE
008980         INTO INPTQRPT-LINE.
008990     WRITE INPTQRPT-LINE.
009000     MOVE QRP-DREJ-READ TO QRP-EDIT-COUNT.
009010     MOVE SPACES TO INPTQRPT-LINE.
009020     STRING "  REJECT HISTORY READ       : " DELIMITED BY SIZE
009030         QRP-EDIT-COUNT DELIMITED BY SIZE
009040         INTO INPTQRPT-LINE.
009050     WRITE INPTQRPT-LINE.
009060     MOVE QRP-SHOP-KEYED-COUNT TO QRP-EDIT-COUNT.
009070     MOVE SPACES TO INPTQRPT-LINE.
009080     STRING "  ENTRIES KEYED             : " DELIMITED BY SIZE
009090         QRP-EDIT-COUNT DELIMITED BY SIZE
009100         INTO INPTQRPT-LINE.
009110     WRITE INPTQRPT-LINE.
009120     MOVE QRP-SHOP-REJECT-COUNT TO QRP-EDIT-COUNT.
009130     MOVE SPACES TO INPTQRPT-LINE.
009140     STRING "  KEYING REJECTS            : " DELIMITED BY SIZE
009150         QRP-EDIT-COUNT DELIMITED BY SIZE
009160         INTO INPTQRPT-LINE.
009170     WRITE INPTQRPT-LINE.
009180     MOVE QRP-SHOP-HOLD-REJ-COUNT TO QRP-EDIT-COUNT.
009190     MOVE SPACES TO INPTQRPT-LINE.
009200     STRING "  HOLDS TURNED DOWN         : " DELIMITED BY SIZE
009210         QRP-EDIT-COUNT DELIMITED BY SIZE
009220         INTO INPTQRPT-LINE.
009230     WRITE INPTQRPT-LINE.
009240     MOVE QRP-SHOP-DOWN-REJ-COUNT TO QRP-EDIT-COUNT.
009250     MOVE SPACES TO INPTQRPT-LINE.
009260     STRING "  DOWNSTREAM REJECTS        : " DELIMITED BY SIZE
009270         QRP-EDIT-COUNT DELIMITED BY SIZE
009280         INTO INPTQRPT-LINE.
009290     WRITE INPTQRPT-LINE.
009300     MOVE QRP-SHOP-ERROR-COUNT TO QRP-EDIT-COUNT.
009310     MOVE SPACES TO INPTQRPT-LINE.
009320     STRING "  TOTAL ERRORS              : " DELIMITED BY SIZE
009330         QRP-EDIT-COUNT DELIMITED BY SIZE
009340         INTO INPTQRPT-LINE.
009350     WRITE INPTQRPT-LINE.
009360     MOVE QRP-SHOP-DUP-COUNT TO QRP-EDIT-COUNT.
009370     MOVE SPACES TO INPTQRPT-LINE.
009380     STRING "  POSSIBLE DUPLICATES       : " DELIMITED BY SIZE
009390         QRP-EDIT-COUNT DELIMITED BY SIZE
009400         INTO INPTQRPT-LINE.
009410     WRITE INPTQRPT-LINE.
009420     MOVE QRP-SHOP-APPROVAL-COUNT TO QRP-EDIT-COUNT.
009430     MOVE SPACES TO INPTQRPT-LINE.
009440     STRING "  APPROVALS PERFORMED       : " DELIMITED BY SIZE
009450         QRP-EDIT-COUNT DELIMITED BY SIZE
009460         INTO INPTQRPT-LINE.
009470     WRITE INPTQRPT-LINE.
009480     MOVE QRP-SHOP-RATE TO QRP-EDIT-RATE.
009490     MOVE SPACES TO INPTQRPT-LINE.
009500     STRING "  SHOP AVERAGE ERROR RATE % : " DELIMITED BY SIZE
009510         QRP-EDIT-RATE DELIMITED BY SIZE
009520         INTO INPTQRPT-LINE.
009530     WRITE INPTQRPT-LINE.
009540     MOVE QRP-OPR-TABLE-COUNT TO QRP-EDIT-COUNT.
009550     MOVE SPACES TO INPTQRPT-LINE.
009560     STRING "  OPERATORS REPORTED        : " DELIMITED BY SIZE
009570         QRP-EDIT-COUNT DELIMITED BY SIZE
009580         INTO INPTQRPT-LINE.
009590     WRITE INPTQRPT-LINE.
009600     IF QRP-NOT-TABLED > 0
009610         MOVE QRP-NOT-TABLED TO QRP-EDIT-COUNT
009620         MOVE SPACES TO INPTQRPT-LINE
009630         STRING "  NOT TABLED - TABLE FULL   : " DELIMITED BY SIZE
009640             QRP-EDIT-COUNT DELIMITED BY SIZE
009650             INTO INPTQRPT-LINE
009660         WRITE INPTQRPT-LINE
009670         MOVE 4 TO QRP-RETURN-CODE
009680     END-IF.
009690     IF QRP-HOLD-MISSING
009700         MOVE SPACES TO INPTQRPT-LINE
009710         STRING "  *** INPTHOLD NOT FOUND - DELETES, REINSTATES, "
009720             DELIMITED BY SIZE
009730             "HOLDS AND APPROVALS NOT COUNTED" DELIMITED BY SIZE
009740             INTO INPTQRPT-LINE
009750         WRITE INPTQRPT-LINE
009760     END-IF.
009770     IF QRP-DREJ-MISSING
009780         MOVE SPACES TO INPTQRPT-LINE
009790         STRING "  *** INPTDREJ NOT FOUND - DOWNSTREAM "
009800             DELIMITED BY SIZE
009810             "REJECTS NOT COUNTED" DELIMITED BY SIZE
009820             INTO INPTQRPT-LINE
009830         WRITE INPTQRPT-LINE
009840     END-IF.
009850 7600-EXIT.
009860     EXIT.
009870
009880*----------------------------------------------------------------
009890* 9000-TERMINATE
009900*----------------------------------------------------------------
009910 9000-TERMINATE.
009920     IF QRP-LOG-FILE-STATUS NOT = "35"
009930         CLOSE INPTLOG-FILE
009940     END-IF.
009950     IF NOT QRP-HOLD-MISSING
009960         CLOSE INPTHOLD-FILE
009970     END-IF.
009980     IF NOT QRP-DREJ-MISSING
009990         CLOSE INPTDREJ-FILE
010000     END-IF.
010010     CLOSE INPTQRPT-FILE.
010020 9000-EXIT.
010030     EXIT.

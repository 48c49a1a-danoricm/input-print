000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INPTPROF.
000120 AUTHOR.        D. ORIC.
000130 INSTALLATION.  DATA ENTRY SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DRO  ORIGINAL PROGRAM.  END-OF-WINDOW BALANCING
000200*                  PROOF, RUN LAST IN THE BATCH WINDOW AHEAD OF
000210*                  THE INPTIF TRANSMISSION.  TIES TOGETHER THE
000220*                  RUN STATISTICS EVERY JOB IN THE WINDOW LEFT ON
000230*                  THE SHARED INPTRCTL RUN-CONTROL FILE AND PROVES
000240*                  ON ONE PAGE THAT RELEASES, ACCEPTED ENTRIES,
000250*                  APPROVED HOLDS AND BACKOUT REVERSALS ADD UP TO
000260*                  THE INPTIF TRAILER COUNT AND HASH TOTAL; THAT
000270*                  THE INPTLOG RECORDS EACH RUN WROTE MATCH WHAT
000280*                  THE RUN SAYS IT WROTE; AND THAT THE INPTHOLD,
000290*                  INPTPEND AND INPTSUSP QUEUES MOVED FROM THEIR
000300*                  OPENING TO THEIR CLOSING BALANCES BY EXACTLY
000310*                  WHAT THE RUNS ADDED AND CLEARED.  ANY LINE OUT
000320*                  OF BALANCE ENDS THE RUN WITH RETURN CODE 8 SO
000330*                  THE SCHEDULER HOLDS THE TRANSMISSION.  THE
000340*                  PROOF APPENDS ITS OWN "P" RECORD TO INPTRCTL
000350*                  CARRYING THE CLOSING QUEUE BALANCES, WHICH THE
000360*                  NEXT NIGHT'S PROOF OPENS FROM.
000361* 2026-10-15  DRO  INPTVRFY VERIFIED RELEASES ADDED TO THE
000362*                  INTERFACE SOURCES, AND THE INPTVRFY
000363*                  VERIFICATION QUEUE PROVED AS A FOURTH QUEUE.
000364*                  RUN-CONTROL RECORDS WRITTEN BEFORE THE QUEUE
000365*                  EXISTED CARRY NO FIGURES FOR IT, SO ITS
000366*                  OPENING IS WORKED BACK UNTIL A "P" RECORD
000367*                  CARRYING ITS CLOSE IS ON FILE.
000370*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 SPECIAL-NAMES.
000440     CONSOLE IS CONSOLE.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT INPTRCTL-FILE ASSIGN TO INPTRCTL
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS PRF-RCT-FILE-STATUS.
000510
000520     SELECT INPTIF-FILE  ASSIGN TO INPTIF
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS PRF-IF-FILE-STATUS.
000550
000560     SELECT INPTLOG-FILE ASSIGN TO INPTLOG
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS PRF-LOG-FILE-STATUS.
000590
000600     SELECT INPTHOLD-FILE ASSIGN TO INPTHOLD
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS HOLD-ENTRY-ID
000640         FILE STATUS IS PRF-HOLD-FILE-STATUS.
000650
000660     SELECT INPTPEND-FILE ASSIGN TO INPTPEND
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS PRF-PEND-FILE-STATUS.
000690
000700     SELECT INPTSUSP-FILE ASSIGN TO INPTSUSP
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS PRF-SUSP-FILE-STATUS.
000730
000731     SELECT INPTVRFY-FILE ASSIGN TO INPTVRFY
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS DYNAMIC
000734         RECORD KEY IS VRFY-ENTRY-ID
000735         FILE STATUS IS PRF-VRFY-FILE-STATUS.
000736
000740     SELECT INPTPLST-FILE ASSIGN TO INPTPLST
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  INPTRCTL-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY INPTRCTL.
000830
000840 FD  INPTIF-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY INPTREC REPLACING LEADING ==INPT-== BY ==INPTIF-==.
000880
000890 FD  INPTLOG-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY INPTLOG.
000930
000940 FD  INPTHOLD-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY INPTHOLD.
000970
000980 FD  INPTPEND-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY INPTPEND.
001020
001030 FD  INPTSUSP-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY INPTSUSP.
001070
001072 FD  INPTVRFY-FILE
001074     LABEL RECORDS ARE STANDARD.
001076     COPY INPTVRFY.
001078
001080 FD  INPTPLST-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  INPTPLST-LINE              PIC X(80).
001120
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150*     INPTIF RUN-HEADER AND TRAILER ENVELOPE RECORDS.
001160*----------------------------------------------------------------
001170 COPY INPTIFHT.
001180
001190 77  PRF-RCT-FILE-STATUS        PIC X(02) VALUE SPACES.
001200 77  PRF-IF-FILE-STATUS         PIC X(02) VALUE SPACES.
001210 77  PRF-LOG-FILE-STATUS        PIC X(02) VALUE SPACES.
001220 77  PRF-HOLD-FILE-STATUS       PIC X(02) VALUE SPACES.
001230 77  PRF-PEND-FILE-STATUS       PIC X(02) VALUE SPACES.
001240 77  PRF-SUSP-FILE-STATUS       PIC X(02) VALUE SPACES.
001245 77  PRF-VRFY-FILE-STATUS       PIC X(02) VALUE SPACES.
001250
001260 77  PRF-RCT-EOF-SWITCH         PIC X(01) VALUE "N".
001270     88  PRF-RCT-EOF-YES        VALUE "Y".
001280 77  PRF-IF-EOF-SWITCH          PIC X(01) VALUE "N".
001290     88  PRF-IF-EOF-YES         VALUE "Y".
001300 77  PRF-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
001310     88  PRF-LOG-EOF-YES        VALUE "Y".
001320 77  PRF-QUEUE-EOF-SWITCH       PIC X(01) VALUE "N".
001330     88  PRF-QUEUE-EOF-YES      VALUE "Y".
001340
001350 77  PRF-RUN-DATE               PIC 9(08).
001360 77  PRF-RUN-TIME               PIC 9(08).
001370 77  PRF-BUSINESS-DATE          PIC 9(08).
001380 77  PRF-RETURN-CODE            PIC 9(02) COMP VALUE 0.
001390 77  PRF-RUN-STOP-SWITCH        PIC X(01) VALUE "N".
001400     88  PRF-RUN-STOPPED        VALUE "Y".
001410 77  PRF-PROOF-SWITCH           PIC X(01) VALUE "Y".
001420     88  PRF-PROOF-BALANCED     VALUE "Y".
001430     88  PRF-PROOF-FAILED       VALUE "N".
001440 77  PRF-LINE-FAIL-SWITCH       PIC X(01) VALUE "N".
001450     88  PRF-LINE-FAILED        VALUE "Y".
001460 77  PRF-LINE-STATUS            PIC X(14) VALUE SPACES.
001470
001480*----------------------------------------------------------------
001490*     THE OPENING PROOF - THE LAST "P" RECORD ON INPTRCTL FOR
001500*     AN EARLIER BUSINESS DATE - AND ITS POSITION ON THE FILE.
001510*     EVERY "J" RECORD AFTER IT IS IN THIS PROOF'S WINDOW.  A
001520*     "P" RECORD FOR THIS SAME BUSINESS DATE IS AN EARLIER
001530*     ATTEMPT AT THIS PROOF AND IS PASSED OVER, SO A RERUN
001540*     PROVES THE SAME WINDOW AGAIN.
001550*----------------------------------------------------------------
001560 77  PRF-RCT-RECORD-NUMBER      PIC 9(06) COMP VALUE 0.
001570 77  PRF-OPEN-RECORD-NUMBER     PIC 9(06) COMP VALUE 0.
001580 77  PRF-OPEN-FOUND-SWITCH      PIC X(01) VALUE "N".
001590     88  PRF-OPEN-FOUND         VALUE "Y".
001593 77  PRF-VRFY-OPEN-FOUND-SW     PIC X(01) VALUE "N".
001596     88  PRF-VRFY-OPEN-FOUND    VALUE "Y".
001600 77  PRF-OPEN-BUSINESS-DATE     PIC 9(08) VALUE 0.
001610 77  PRF-OPEN-RUN-DATE          PIC 9(08) VALUE 0.
001620 77  PRF-OPEN-RUN-TIME          PIC 9(08) VALUE 0.
001630
001640*----------------------------------------------------------------
001650*     INTERFACE FIGURES: WHAT THE RUNS SAY THEY SENT, WHAT THE
001660*     INPTIF TRAILER SAYS, AND WHAT IS ACTUALLY ON THE FILE.
001670*----------------------------------------------------------------
001680 77  PRF-RCT-IF-COUNT           PIC 9(06) VALUE 0.
001690 77  PRF-RCT-IF-HASH            PIC 9(12) VALUE 0.
001700 77  PRF-IF-DETAIL-COUNT        PIC 9(06) VALUE 0.
001710 77  PRF-IF-HASH-TOTAL          PIC 9(12) VALUE 0.
001720 77  PRF-IF-TRL-DETAIL-COUNT    PIC 9(06) VALUE 0.
001730 77  PRF-IF-TRL-HASH-TOTAL      PIC 9(12) VALUE 0.
001740 77  PRF-IF-HEADER-FOUND-SW     PIC X(01) VALUE "N".
001750     88  PRF-IF-HEADER-FOUND    VALUE "Y".
001760 77  PRF-IF-TRAILER-FOUND-SW    PIC X(01) VALUE "N".
001770     88  PRF-IF-TRAILER-FOUND   VALUE "Y".
001780
001790 77  PRF-LOG-RECORDS-READ       PIC 9(06) COMP VALUE 0.
001800 77  PRF-LOG-UNMATCHED          PIC 9(06) COMP VALUE 0.
001810
001820*----------------------------------------------------------------
001830* PRF-SRC-TABLE
001840*     ONE ROW PER JOB THAT SENDS DETAILS ON INPTIF, SO THE
001850*     INTERFACE SECTION CAN SHOW WHERE THE TRAILER'S COUNT CAME
001860*     FROM.  LOADED IN 1000.
001870*----------------------------------------------------------------
001880 01  PRF-SRC-TABLE.
001890     05  PRF-SRC-ENTRY OCCURS 5 TIMES.
001900         10  PRF-SRC-PROGRAM        PIC X(10).
001910         10  PRF-SRC-LABEL          PIC X(20).
001920         10  PRF-SRC-COUNT          PIC 9(06).
001930         10  PRF-SRC-HASH           PIC 9(12).
001940 77  PRF-SRC-TABLE-COUNT        PIC 9(04) COMP VALUE 5.
001950 77  PRF-SRC-INDEX              PIC 9(04) COMP.
001960 77  PRF-SRC-FOUND-SWITCH       PIC X(01) VALUE "N".
001970     88  PRF-SRC-FOUND          VALUE "Y".
001980
001990*----------------------------------------------------------------
002000* PRF-WIN-TABLE
002010*     ONE ROW PER RUN IN THE WINDOW, IN THE ORDER THE RUNS
002020*     FINISHED, WITH THE INPTLOG RECORDS IT SAYS IT WROTE AND
002030*     THE ONES FOUND ON INPTLOG UNDER ITS RUN STAMP.  A NIGHT'S
002040*     WINDOW IS A HANDFUL OF RUNS; A FULL TABLE FAILS THE PROOF
002050*     SINCE THE LOG COULD NOT BE TIED OUT RUN BY RUN.
002060*----------------------------------------------------------------
002070 01  PRF-WIN-TABLE.
002080     05  PRF-WIN-ENTRY OCCURS 100 TIMES.
002090         10  PRF-WIN-PROGRAM        PIC X(10).
002100         10  PRF-WIN-STAMP.
002110             15  PRF-WIN-DATE       PIC 9(08).
002120             15  PRF-WIN-TIME       PIC 9(08).
002130         10  PRF-WIN-MODE           PIC X(01).
002140         10  PRF-WIN-RC             PIC 9(02).
002150         10  PRF-WIN-READ           PIC 9(06) COMP.
002160         10  PRF-WIN-ACCEPTED       PIC 9(06) COMP.
002170         10  PRF-WIN-REJECTED       PIC 9(06) COMP.
002180         10  PRF-WIN-LOG-ACC-EXP    PIC 9(06) COMP.
002190         10  PRF-WIN-LOG-REJ-EXP    PIC 9(06) COMP.
002200         10  PRF-WIN-LOG-ACC-FND    PIC 9(06) COMP.
002210         10  PRF-WIN-LOG-REJ-FND    PIC 9(06) COMP.
002220 77  PRF-WIN-TABLE-COUNT        PIC 9(04) COMP VALUE 0.
002230 77  PRF-WIN-TABLE-MAX          PIC 9(04) COMP VALUE 100.
002240 77  PRF-WIN-INDEX              PIC 9(04) COMP.
002250 77  PRF-WIN-FOUND-SWITCH       PIC X(01) VALUE "N".
002260     88  PRF-WIN-FOUND          VALUE "Y".
002270 77  PRF-WIN-OVERFLOW-SW        PIC X(01) VALUE "N".
002280     88  PRF-WIN-OVERFLOWED     VALUE "Y".
002290 01  PRF-LOG-STAMP.
002300     05  PRF-LOG-STAMP-DATE     PIC 9(08).
002310     05  PRF-LOG-STAMP-TIME     PIC 9(08).
002320
002330*----------------------------------------------------------------
002340* PRF-QUEUE-TABLE
002350*     ONE ROW EACH FOR INPTHOLD (1), INPTPEND (2), INPTSUSP (3)
002360*     AND INPTVRFY (4): OPENING BALANCE, WHAT THE WINDOW'S RUNS
002370*     ADDED AND CLEARED, THE CLOSING BALANCE THAT SHOULD LEAVE,
002380*     AND THE CLOSING BALANCE ACTUALLY COUNTED.
002390*----------------------------------------------------------------
002400 01  PRF-QUEUE-TABLE.
002410     05  PRF-Q-ENTRY OCCURS 4 TIMES.
002420         10  PRF-Q-NAME             PIC X(08).
002430         10  PRF-Q-OPEN             PIC S9(07) COMP.
002440         10  PRF-Q-ADDED            PIC 9(06) COMP.
002450         10  PRF-Q-CLEARED          PIC 9(06) COMP.
002460         10  PRF-Q-EXPECTED         PIC S9(07) COMP.
002470         10  PRF-Q-ACTUAL           PIC 9(06) COMP.
002480 77  PRF-Q-INDEX                PIC 9(04) COMP.
002485 77  PRF-Q-TABLE-COUNT          PIC 9(04) COMP VALUE 4.
002490
002500 77  PRF-EDIT-COUNT-1           PIC ZZZ,ZZ9.
002510 77  PRF-EDIT-COUNT-2           PIC ZZZ,ZZ9.
002520 77  PRF-EDIT-COUNT-3           PIC ZZZ,ZZ9.
002530 77  PRF-EDIT-COUNT-4           PIC ZZZ,ZZ9.
002540 77  PRF-EDIT-SIGNED-1          PIC -ZZZ,ZZ9.
002550 77  PRF-EDIT-SIGNED-2          PIC -ZZZ,ZZ9.
002560 77  PRF-EDIT-HASH              PIC ZZZ,ZZZ,ZZZ,ZZ9.
002570
002580 LINKAGE SECTION.
002590 01  PRF-PARM.
002600     05  PRF-PARM-LENGTH            PIC S9(04) COMP.
002610     05  PRF-PARM-BUSINESS-DATE     PIC 9(08).
002620     05  FILLER                     PIC X(12).
002630
002640 PROCEDURE DIVISION USING PRF-PARM.
002650*----------------------------------------------------------------
002660* 0000-MAINLINE
002670*     FIND THE OPENING PROOF, LOAD THE WINDOW'S RUNS, READ THE
002680*     INTERFACE FILE, THE AUDIT LOG AND THE QUEUES, PRINT THE
002690*     PROOF, AND RECORD IT FOR TOMORROW.
002700*----------------------------------------------------------------
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730     IF PRF-RUN-STOPPED
002740         MOVE PRF-RETURN-CODE TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     PERFORM 2000-FIND-OPENING-PROOF THRU 2000-EXIT
002780         UNTIL PRF-RCT-EOF-YES.
002790     PERFORM 2500-REWIND-RUN-CONTROL THRU 2500-EXIT.
002800     PERFORM 3000-LOAD-WINDOW-RUN THRU 3000-EXIT
002810         UNTIL PRF-RCT-EOF-YES.
002820     PERFORM 4000-READ-INTERFACE-RECORD THRU 4000-EXIT
002830         UNTIL PRF-IF-EOF-YES.
002840     PERFORM 5000-READ-LOG-RECORD THRU 5000-EXIT
002850         UNTIL PRF-LOG-EOF-YES.
002860     PERFORM 6000-COUNT-QUEUES THRU 6000-EXIT.
002870     PERFORM 7000-PRODUCE-PROOF THRU 7000-EXIT.
002880     PERFORM 8500-WRITE-PROOF-RECORD THRU 8500-EXIT.
002890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002900     MOVE PRF-RETURN-CODE TO RETURN-CODE.
002910     STOP RUN.
002920
002930*----------------------------------------------------------------
002940* 1000-INITIALIZE
002950*     TAKE THE BUSINESS DATE FROM THE PARM (GUARDED THE WAY
002960*     INPTMRPT GUARDS ITS OWN - A MISSING OR NON-NUMERIC DATE
002970*     MEANS TODAY; A PROOF RUN AFTER MIDNIGHT MUST BE GIVEN
002980*     THE DATE IT IS PROVING).  NO INPTRCTL AT ALL MEANS NO JOB
002990*     IN THE WINDOW RECORDED ANYTHING - NOTHING CAN BE PROVED,
003000*     SO THE RUN STOPS WITH RETURN CODE 12.  A MISSING INPTIF
003010*     OR INPTLOG IS AN EMPTY ONE.
003020*----------------------------------------------------------------
003030 1000-INITIALIZE.
003040     ACCEPT PRF-RUN-DATE FROM DATE YYYYMMDD.
003050     ACCEPT PRF-RUN-TIME FROM TIME.
003060     IF PRF-PARM-LENGTH NOT < 8
003070             AND PRF-PARM-BUSINESS-DATE NUMERIC
003080             AND PRF-PARM-BUSINESS-DATE > 0
003090         MOVE PRF-PARM-BUSINESS-DATE TO PRF-BUSINESS-DATE
003100     ELSE
003110         MOVE PRF-RUN-DATE TO PRF-BUSINESS-DATE
003120     END-IF.
003130     OPEN INPUT INPTRCTL-FILE.
003140     IF PRF-RCT-FILE-STATUS = "35"
003150         DISPLAY "*** INPTRCTL NOT FOUND - NOTHING TO PROVE ***"
003160             UPON CONSOLE
003170         MOVE 12 TO PRF-RETURN-CODE
003180         SET PRF-RUN-STOPPED TO TRUE
003190         GO TO 1000-EXIT
003200     END-IF.
003210     OPEN INPUT INPTIF-FILE.
003220     IF PRF-IF-FILE-STATUS = "35"
003230         SET PRF-IF-EOF-YES TO TRUE
003240     END-IF.
003250     OPEN INPUT INPTLOG-FILE.
003260     IF PRF-LOG-FILE-STATUS = "35"
003270         SET PRF-LOG-EOF-YES TO TRUE
003280     END-IF.
003290     OPEN OUTPUT INPTPLST-FILE.
003300     MOVE "INPTPREL" TO PRF-SRC-PROGRAM(1).
003310     MOVE "RELEASED ENTRIES" TO PRF-SRC-LABEL(1).
003320     MOVE "INPUTPRINT" TO PRF-SRC-PROGRAM(2).
003330     MOVE "ACCEPTED ENTRIES" TO PRF-SRC-LABEL(2).
003340     MOVE "INPTAPPR" TO PRF-SRC-PROGRAM(3).
003350     MOVE "APPROVED HOLDS" TO PRF-SRC-LABEL(3).
003360     MOVE "INPTBOUT" TO PRF-SRC-PROGRAM(4).
003370     MOVE "BACKOUT REVERSALS" TO PRF-SRC-LABEL(4).
003373     MOVE "INPTVRFY" TO PRF-SRC-PROGRAM(5).
003376     MOVE "VERIFIED RELEASES" TO PRF-SRC-LABEL(5).
003380     PERFORM 1100-CLEAR-SOURCE-ROW THRU 1100-EXIT
003390         VARYING PRF-SRC-INDEX FROM 1 BY 1
003400         UNTIL PRF-SRC-INDEX > PRF-SRC-TABLE-COUNT.
003410     MOVE "INPTHOLD" TO PRF-Q-NAME(1).
003420     MOVE "INPTPEND" TO PRF-Q-NAME(2).
003430     MOVE "INPTSUSP" TO PRF-Q-NAME(3).
003435     MOVE "INPTVRFY" TO PRF-Q-NAME(4).
003440     PERFORM 1200-CLEAR-QUEUE-ROW THRU 1200-EXIT
003450         VARYING PRF-Q-INDEX FROM 1 BY 1
003460         UNTIL PRF-Q-INDEX > PRF-Q-TABLE-COUNT.
003470     MOVE SPACES TO INPTPLST-LINE.
003480     STRING "INPTPROF - BATCH WINDOW BALANCING PROOF FOR "
003490         DELIMITED BY SIZE
003500         "BUSINESS DATE " DELIMITED BY SIZE
003510         PRF-BUSINESS-DATE DELIMITED BY SIZE
003520         INTO INPTPLST-LINE.
003530     WRITE INPTPLST-LINE.
003540 1000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580* 1100-CLEAR-SOURCE-ROW
003590*----------------------------------------------------------------
003600 1100-CLEAR-SOURCE-ROW.
003610     MOVE 0 TO PRF-SRC-COUNT(PRF-SRC-INDEX).
003620     MOVE 0 TO PRF-SRC-HASH(PRF-SRC-INDEX).
003630 1100-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670* 1200-CLEAR-QUEUE-ROW
003680*----------------------------------------------------------------
003690 1200-CLEAR-QUEUE-ROW.
003700     MOVE 0 TO PRF-Q-OPEN(PRF-Q-INDEX).
003710     MOVE 0 TO PRF-Q-ADDED(PRF-Q-INDEX).
003720     MOVE 0 TO PRF-Q-CLEARED(PRF-Q-INDEX).
003730     MOVE 0 TO PRF-Q-EXPECTED(PRF-Q-INDEX).
003740     MOVE 0 TO PRF-Q-ACTUAL(PRF-Q-INDEX).
003750 1200-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------
003790* 2000-FIND-OPENING-PROOF
003800*     FIRST PASS OVER INPTRCTL.  THE FILE IS ONLY EVER APPENDED
003810*     TO, SO THE LAST "P" RECORD FOR AN EARLIER BUSINESS DATE
003820*     IS THE PROOF THAT CLOSED THE PREVIOUS WINDOW.  ITS CLOSING
003830*     QUEUE BALANCES ARE THIS WINDOW'S OPENING BALANCES.  A
003832*     "P" RECORD WRITTEN BEFORE THE INPTVRFY QUEUE EXISTED HAS
003834*     NO CLOSE FOR IT, AND THAT QUEUE IS TREATED AS HAVING NO
003836*     OPENING PROOF (6400).
003840*----------------------------------------------------------------
003850 2000-FIND-OPENING-PROOF.
003860     READ INPTRCTL-FILE
003870         AT END
003880             SET PRF-RCT-EOF-YES TO TRUE
003890             GO TO 2000-EXIT
003900     END-READ.
003910     ADD 1 TO PRF-RCT-RECORD-NUMBER.
003920     IF RCT-TYPE-PROOF
003930             AND RCT-BUSINESS-DATE < PRF-BUSINESS-DATE
003940         SET PRF-OPEN-FOUND TO TRUE
003950         MOVE PRF-RCT-RECORD-NUMBER TO PRF-OPEN-RECORD-NUMBER
003960         MOVE RCT-BUSINESS-DATE TO PRF-OPEN-BUSINESS-DATE
003970         MOVE RCT-RUN-DATE TO PRF-OPEN-RUN-DATE
003980         MOVE RCT-RUN-TIME TO PRF-OPEN-RUN-TIME
003990         MOVE RCT-HOLD-CLOSE TO PRF-Q-OPEN(1)
004000         MOVE RCT-PEND-CLOSE TO PRF-Q-OPEN(2)
004010         MOVE RCT-SUSP-CLOSE TO PRF-Q-OPEN(3)
004011         IF RCT-VRFY-CLOSE NUMERIC
004012             SET PRF-VRFY-OPEN-FOUND TO TRUE
004013             MOVE RCT-VRFY-CLOSE TO PRF-Q-OPEN(4)
004014         ELSE
004015             MOVE "N" TO PRF-VRFY-OPEN-FOUND-SW
004016             MOVE 0 TO PRF-Q-OPEN(4)
004017         END-IF
004020     END-IF.
004030 2000-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------
004070* 2500-REWIND-RUN-CONTROL
004080*     CLOSE AND REOPEN INPTRCTL FOR THE SECOND PASS.
004090*----------------------------------------------------------------
004100 2500-REWIND-RUN-CONTROL.
004110     CLOSE INPTRCTL-FILE.
004120     OPEN INPUT INPTRCTL-FILE.
004130     MOVE "N" TO PRF-RCT-EOF-SWITCH.
004140     MOVE 0 TO PRF-RCT-RECORD-NUMBER.
004150 2500-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190* 3000-LOAD-WINDOW-RUN
004200*     SECOND PASS OVER INPTRCTL.  EVERY "J" RECORD AFTER THE
004210*     OPENING PROOF IS A RUN IN THIS WINDOW: ITS INTERFACE
004220*     FIGURES GO TO THE TOTAL AND TO ITS JOB'S ROW, ITS QUEUE
004230*     MOVEMENT TO THE QUEUE TABLE, AND THE RUN ITSELF TO THE
004240*     WINDOW TABLE FOR THE LOG TIE-OUT.  ONLY THE JOBS THAT
004243*     MOVE THE INPTVRFY QUEUE FILL IN ITS FIGURES; THE OTHERS
004246*     LEAVE THEM BLANK.
004250*----------------------------------------------------------------
004260 3000-LOAD-WINDOW-RUN.
004270     READ INPTRCTL-FILE
004280         AT END
004290             SET PRF-RCT-EOF-YES TO TRUE
004300             GO TO 3000-EXIT
004310     END-READ.
004320     ADD 1 TO PRF-RCT-RECORD-NUMBER.
004330     IF PRF-RCT-RECORD-NUMBER NOT > PRF-OPEN-RECORD-NUMBER
004340         GO TO 3000-EXIT
004350     END-IF.
004360     IF NOT RCT-TYPE-JOB
004370         GO TO 3000-EXIT
004380     END-IF.
004390     PERFORM 3100-STORE-WINDOW-RUN THRU 3100-EXIT.
004400     ADD RCT-IF-DETAIL-COUNT TO PRF-RCT-IF-COUNT.
004410     ADD RCT-IF-HASH-TOTAL TO PRF-RCT-IF-HASH.
004420     PERFORM 3200-ADD-TO-SOURCE-ROW THRU 3200-EXIT.
004430     ADD RCT-HOLD-ADDED TO PRF-Q-ADDED(1).
004440     ADD RCT-HOLD-CLEARED TO PRF-Q-CLEARED(1).
004450     ADD RCT-PEND-ADDED TO PRF-Q-ADDED(2).
004460     ADD RCT-PEND-CLEARED TO PRF-Q-CLEARED(2).
004470     ADD RCT-SUSP-ADDED TO PRF-Q-ADDED(3).
004480     ADD RCT-SUSP-CLEARED TO PRF-Q-CLEARED(3).
004481     IF RCT-VRFY-ADDED NUMERIC
004482         ADD RCT-VRFY-ADDED TO PRF-Q-ADDED(4)
004483     END-IF.
004484     IF RCT-VRFY-CLEARED NUMERIC
004485         ADD RCT-VRFY-CLEARED TO PRF-Q-CLEARED(4)
004486     END-IF.
004490 3000-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530* 3100-STORE-WINDOW-RUN
004540*----------------------------------------------------------------
004550 3100-STORE-WINDOW-RUN.
004560     IF PRF-WIN-TABLE-COUNT NOT < PRF-WIN-TABLE-MAX
004570         IF NOT PRF-WIN-OVERFLOWED
004580             SET PRF-WIN-OVERFLOWED TO TRUE
004590             DISPLAY "*** INPTPROF RUN TABLE FULL - RUNS BEYOND "
004600                 PRF-WIN-TABLE-MAX " NOT TIED TO INPTLOG ***"
004610                 UPON CONSOLE
004620         END-IF
004630         GO TO 3100-EXIT
004640     END-IF.
004650     ADD 1 TO PRF-WIN-TABLE-COUNT.
004660     MOVE PRF-WIN-TABLE-COUNT TO PRF-WIN-INDEX.
004670     MOVE RCT-PROGRAM-ID TO PRF-WIN-PROGRAM(PRF-WIN-INDEX).
004680     MOVE RCT-RUN-DATE TO PRF-WIN-DATE(PRF-WIN-INDEX).
004690     MOVE RCT-RUN-TIME TO PRF-WIN-TIME(PRF-WIN-INDEX).
004700     MOVE RCT-RUN-MODE TO PRF-WIN-MODE(PRF-WIN-INDEX).
004710     MOVE RCT-RETURN-CODE TO PRF-WIN-RC(PRF-WIN-INDEX).
004720     MOVE RCT-RECORDS-READ TO PRF-WIN-READ(PRF-WIN-INDEX).
004730     MOVE RCT-ACCEPTED-COUNT TO PRF-WIN-ACCEPTED(PRF-WIN-INDEX).
004740     MOVE RCT-REJECTED-COUNT TO PRF-WIN-REJECTED(PRF-WIN-INDEX).
004750     MOVE RCT-LOG-ACCEPTED-COUNT
004760         TO PRF-WIN-LOG-ACC-EXP(PRF-WIN-INDEX).
004770     MOVE RCT-LOG-REJECTED-COUNT
004780         TO PRF-WIN-LOG-REJ-EXP(PRF-WIN-INDEX).
004790     MOVE 0 TO PRF-WIN-LOG-ACC-FND(PRF-WIN-INDEX).
004800     MOVE 0 TO PRF-WIN-LOG-REJ-FND(PRF-WIN-INDEX).
004810 3100-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------
004850* 3200-ADD-TO-SOURCE-ROW
004860*     ADD THE RUN'S INTERFACE FIGURES TO ITS JOB'S ROW.  A JOB
004870*     THAT SENDS NOTHING ON INPTIF (INPTSMNT) HAS NO ROW AND
004880*     CARRIES ZERO FIGURES ANYWAY.
004890*----------------------------------------------------------------
004900 3200-ADD-TO-SOURCE-ROW.
004910     MOVE "N" TO PRF-SRC-FOUND-SWITCH.
004920     PERFORM 3210-SEARCH-SOURCE-ROW THRU 3210-EXIT
004930         VARYING PRF-SRC-INDEX FROM 1 BY 1
004940         UNTIL PRF-SRC-INDEX > PRF-SRC-TABLE-COUNT
004950             OR PRF-SRC-FOUND.
004960     IF PRF-SRC-FOUND
004970         SUBTRACT 1 FROM PRF-SRC-INDEX
004980         ADD RCT-IF-DETAIL-COUNT TO PRF-SRC-COUNT(PRF-SRC-INDEX)
004990         ADD RCT-IF-HASH-TOTAL TO PRF-SRC-HASH(PRF-SRC-INDEX)
005000     END-IF.
005010 3200-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050* 3210-SEARCH-SOURCE-ROW
005060*----------------------------------------------------------------
005070 3210-SEARCH-SOURCE-ROW.
005080     IF PRF-SRC-PROGRAM(PRF-SRC-INDEX) = RCT-PROGRAM-ID
005090         SET PRF-SRC-FOUND TO TRUE
005100     END-IF.
005110 3210-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150* 4000-READ-INTERFACE-RECORD
005160*     COUNT AND HASH THE DETAILS ACTUALLY ON INPTIF AND PICK UP
005170*     THE TRAILER.  INPTIF HOLDS ONE NIGHT'S TRANSMISSION, SO
005180*     EVERY DETAIL ON IT CAME FROM A RUN IN THIS WINDOW.
005190*----------------------------------------------------------------
005200 4000-READ-INTERFACE-RECORD.
005210     READ INPTIF-FILE
005220         AT END
005230             SET PRF-IF-EOF-YES TO TRUE
005240             GO TO 4000-EXIT
005250     END-READ.
005260     EVALUATE INPTIF-RECORD-TYPE
005270         WHEN "H"
005280             SET PRF-IF-HEADER-FOUND TO TRUE
005290         WHEN "T"
005300             SET PRF-IF-TRAILER-FOUND TO TRUE
005310             MOVE INPTIF-RECORD TO IFT-TRAILER-RECORD
005320             MOVE IFT-DETAIL-COUNT TO PRF-IF-TRL-DETAIL-COUNT
005330             MOVE IFT-HASH-TOTAL TO PRF-IF-TRL-HASH-TOTAL
005340         WHEN OTHER
005350             ADD 1 TO PRF-IF-DETAIL-COUNT
005360             ADD INPTIF-ENTRY-ID TO PRF-IF-HASH-TOTAL
005370     END-EVALUATE.
005380 4000-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------
005420* 5000-READ-LOG-RECORD
005430*     CREDIT EACH INPTLOG RECORD TO THE WINDOW RUN WHOSE STAMP
005440*     IT CARRIES - ACCEPTED AND BACKOUT RECORDS AGAINST WHAT
005450*     THE RUN SENT, REJECTED RECORDS AGAINST WHAT IT TURNED
005460*     DOWN.  A RECORD DATED THE BUSINESS DATE THAT BELONGS TO
005470*     NO RUN IN THE WINDOW WAS WRITTEN BY A RUN THAT NEVER
005480*     RECORDED ITSELF AND IS COUNTED AS UNACCOUNTED FOR.
005490*----------------------------------------------------------------
005500 5000-READ-LOG-RECORD.
005510     READ INPTLOG-FILE
005520         AT END
005530             SET PRF-LOG-EOF-YES TO TRUE
005540             GO TO 5000-EXIT
005550     END-READ.
005560     ADD 1 TO PRF-LOG-RECORDS-READ.
005570     MOVE LOG-RUN-DATE TO PRF-LOG-STAMP-DATE.
005580     MOVE LOG-RUN-TIME TO PRF-LOG-STAMP-TIME.
005590     MOVE "N" TO PRF-WIN-FOUND-SWITCH.
005600     IF PRF-WIN-TABLE-COUNT > 0
005610         PERFORM 5100-SEARCH-WINDOW-RUN THRU 5100-EXIT
005620             VARYING PRF-WIN-INDEX FROM 1 BY 1
005630             UNTIL PRF-WIN-INDEX > PRF-WIN-TABLE-COUNT
005640                 OR PRF-WIN-FOUND
005650     END-IF.
005660     IF NOT PRF-WIN-FOUND
005670         IF LOG-RUN-DATE = PRF-BUSINESS-DATE
005680             ADD 1 TO PRF-LOG-UNMATCHED
005690         END-IF
005700         GO TO 5000-EXIT
005710     END-IF.
005720     SUBTRACT 1 FROM PRF-WIN-INDEX.
005730     IF LOG-STATUS-REJECTED
005740         ADD 1 TO PRF-WIN-LOG-REJ-FND(PRF-WIN-INDEX)
005750     ELSE
005760         ADD 1 TO PRF-WIN-LOG-ACC-FND(PRF-WIN-INDEX)
005770     END-IF.
005780 5000-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820* 5100-SEARCH-WINDOW-RUN
005830*----------------------------------------------------------------
005840 5100-SEARCH-WINDOW-RUN.
005850     IF PRF-WIN-STAMP(PRF-WIN-INDEX) = PRF-LOG-STAMP
005860         SET PRF-WIN-FOUND TO TRUE
005870     END-IF.
005880 5100-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920* 6000-COUNT-QUEUES
005930*     COUNT WHAT IS LEFT ON EACH QUEUE AT CLOSE: THE HOLDS
005940*     STILL PENDING ON INPTHOLD, THE ENTRIES ON THE INPTPEND
005950*     GENERATION THE NEXT INPTPREL WILL READ, AND THE SUSPENSE
005960*     BACKLOG THE NEXT INPTSMNT PASS WILL READ (THE JCL POINTS
005970*     INPTSUSP AT THAT SAME CONCATENATION), AND THE ENTRIES
005975*     STILL WAITING ON INPTVRFY.  THEN WORK OUT THE CLOSING
005980*     BALANCE EACH QUEUE SHOULD HAVE.
005990*----------------------------------------------------------------
006000 6000-COUNT-QUEUES.
006010     PERFORM 6100-COUNT-PENDING-HOLDS THRU 6100-EXIT.
006020     PERFORM 6200-COUNT-PARKED-ENTRIES THRU 6200-EXIT.
006030     PERFORM 6300-COUNT-SUSPENSE THRU 6300-EXIT.
006035     PERFORM 6350-COUNT-WAITING-VERIFY THRU 6350-EXIT.
006040     PERFORM 6400-WORK-OUT-EXPECTED THRU 6400-EXIT
006050         VARYING PRF-Q-INDEX FROM 1 BY 1
006060         UNTIL PRF-Q-INDEX > PRF-Q-TABLE-COUNT.
006070 6000-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------
006110* 6100-COUNT-PENDING-HOLDS
006120*----------------------------------------------------------------
006130 6100-COUNT-PENDING-HOLDS.
006140     OPEN INPUT INPTHOLD-FILE.
006150     IF PRF-HOLD-FILE-STATUS = "35"
006160         GO TO 6100-EXIT
006170     END-IF.
006180     MOVE "N" TO PRF-QUEUE-EOF-SWITCH.
006190     MOVE ZEROS TO HOLD-ENTRY-ID.
006200     START INPTHOLD-FILE KEY NOT LESS THAN HOLD-ENTRY-ID
006210         INVALID KEY
006220             SET PRF-QUEUE-EOF-YES TO TRUE
006230     END-START.
006240     PERFORM 6110-READ-HOLD-RECORD THRU 6110-EXIT
006250         UNTIL PRF-QUEUE-EOF-YES.
006260     CLOSE INPTHOLD-FILE.
006270 6100-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------
006310* 6110-READ-HOLD-RECORD
006320*----------------------------------------------------------------
006330 6110-READ-HOLD-RECORD.
006340     READ INPTHOLD-FILE NEXT RECORD
006350         AT END
006360             SET PRF-QUEUE-EOF-YES TO TRUE
006370         NOT AT END
006380             IF HOLD-STATUS-PENDING
006390                 ADD 1 TO PRF-Q-ACTUAL(1)
006400             END-IF
006410     END-READ.
006420 6110-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------
006460* 6200-COUNT-PARKED-ENTRIES
006470*----------------------------------------------------------------
006480 6200-COUNT-PARKED-ENTRIES.
006490     OPEN INPUT INPTPEND-FILE.
006500     IF PRF-PEND-FILE-STATUS = "35"
006510         GO TO 6200-EXIT
006520     END-IF.
006530     MOVE "N" TO PRF-QUEUE-EOF-SWITCH.
006540     PERFORM 6210-READ-PARKED-ENTRY THRU 6210-EXIT
006550         UNTIL PRF-QUEUE-EOF-YES.
006560     CLOSE INPTPEND-FILE.
006570 6200-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------------
006610* 6210-READ-PARKED-ENTRY
006620*----------------------------------------------------------------
006630 6210-READ-PARKED-ENTRY.
006640     READ INPTPEND-FILE
006650         AT END
006660             SET PRF-QUEUE-EOF-YES TO TRUE
006670         NOT AT END
006680             ADD 1 TO PRF-Q-ACTUAL(2)
006690     END-READ.
006700 6210-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------
006740* 6300-COUNT-SUSPENSE
006750*----------------------------------------------------------------
006760 6300-COUNT-SUSPENSE.
006770     OPEN INPUT INPTSUSP-FILE.
006780     IF PRF-SUSP-FILE-STATUS = "35"
006790         GO TO 6300-EXIT
006800     END-IF.
006810     MOVE "N" TO PRF-QUEUE-EOF-SWITCH.
006820     PERFORM 6310-READ-SUSPENSE-RECORD THRU 6310-EXIT
006830         UNTIL PRF-QUEUE-EOF-YES.
006840     CLOSE INPTSUSP-FILE.
006850 6300-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------
006890* 6310-READ-SUSPENSE-RECORD
006900*----------------------------------------------------------------
006910 6310-READ-SUSPENSE-RECORD.
006920     READ INPTSUSP-FILE
006930         AT END
006940             SET PRF-QUEUE-EOF-YES TO TRUE
006950         NOT AT END
006960             ADD 1 TO PRF-Q-ACTUAL(3)
006970     END-READ.
006980 6310-EXIT.
006990     EXIT.
007000
007001*----------------------------------------------------------------
007002* 6350-COUNT-WAITING-VERIFY
007003*----------------------------------------------------------------
007004 6350-COUNT-WAITING-VERIFY.
007005     OPEN INPUT INPTVRFY-FILE.
007006     IF PRF-VRFY-FILE-STATUS = "35"
007007         GO TO 6350-EXIT
007008     END-IF.
007009     MOVE "N" TO PRF-QUEUE-EOF-SWITCH.
007010     MOVE ZEROS TO VRFY-ENTRY-ID.
007011     START INPTVRFY-FILE KEY NOT LESS THAN VRFY-ENTRY-ID
007012         INVALID KEY
007013             SET PRF-QUEUE-EOF-YES TO TRUE
007014     END-START.
007015     PERFORM 6360-READ-VERIFY-RECORD THRU 6360-EXIT
007016         UNTIL PRF-QUEUE-EOF-YES.
007017     CLOSE INPTVRFY-FILE.
007018 6350-EXIT.
007019     EXIT.
007020
007021*----------------------------------------------------------------
007022* 6360-READ-VERIFY-RECORD
007023*----------------------------------------------------------------
007024 6360-READ-VERIFY-RECORD.
007025     READ INPTVRFY-FILE NEXT RECORD
007026         AT END
007027             SET PRF-QUEUE-EOF-YES TO TRUE
007028         NOT AT END
007029             IF VRFY-STATUS-WAITING
007030                 ADD 1 TO PRF-Q-ACTUAL(4)
007031             END-IF
007032     END-READ.
007033 6360-EXIT.
007034     EXIT.
007035
007036*----------------------------------------------------------------
007037* 6400-WORK-OUT-EXPECTED
007038*     OPENING + ADDED - CLEARED.  WITH NO EARLIER PROOF ON FILE
007040*     (THE FIRST NIGHT) THERE IS NO OPENING BALANCE TO START
007050*     FROM, SO IT IS WORKED BACK FROM THE COUNT AT CLOSE AND
007060*     THE QUEUE LINE CANNOT FAIL.  THE SAME GOES FOR THE
007065*     INPTVRFY QUEUE WHEN THE OPENING PROOF PREDATES IT.
007070*----------------------------------------------------------------
007080 6400-WORK-OUT-EXPECTED.
007090     IF NOT PRF-OPEN-FOUND
007095             OR (PRF-Q-INDEX = 4 AND NOT PRF-VRFY-OPEN-FOUND)
007100         COMPUTE PRF-Q-OPEN(PRF-Q-INDEX) =
007110             PRF-Q-ACTUAL(PRF-Q-INDEX)
007120             - PRF-Q-ADDED(PRF-Q-INDEX)
007130             + PRF-Q-CLEARED(PRF-Q-INDEX)
007140     END-IF.
007150     COMPUTE PRF-Q-EXPECTED(PRF-Q-INDEX) =
007160         PRF-Q-OPEN(PRF-Q-INDEX)
007170         + PRF-Q-ADDED(PRF-Q-INDEX)
007180         - PRF-Q-CLEARED(PRF-Q-INDEX).
007190 6400-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230* 7000-PRODUCE-PROOF
007240*     PRINT THE PROOF PAGE SECTION BY SECTION.  EVERY LINE THAT
007250*     FAILS TO BALANCE IS MARKED AND FAILS THE WHOLE PROOF.
007260*----------------------------------------------------------------
007270 7000-PRODUCE-PROOF.
007280     PERFORM 7100-PRINT-WINDOW THRU 7100-EXIT.
007290     PERFORM 7200-PRINT-INTERFACE THRU 7200-EXIT.
007300     PERFORM 7300-PRINT-AUDIT-LOG THRU 7300-EXIT.
007310     PERFORM 7400-PRINT-QUEUES THRU 7400-EXIT.
007320     PERFORM 7900-PRINT-CONCLUSION THRU 7900-EXIT.
007330 7000-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------------
007370* 7100-PRINT-WINDOW
007380*     WHERE THE WINDOW OPENED, AND EVERY RUN RECORDED IN IT.
007390*----------------------------------------------------------------
007400 7100-PRINT-WINDOW.
007410     MOVE SPACES TO INPTPLST-LINE.
007420     WRITE INPTPLST-LINE.
007430     MOVE SPACES TO INPTPLST-LINE.
007440     IF PRF-OPEN-FOUND
007450         STRING "OPENED FROM THE PROOF FOR BUSINESS DATE "
007460             DELIMITED BY SIZE
007470             PRF-OPEN-BUSINESS-DATE DELIMITED BY SIZE
007480             ", RUN " DELIMITED BY SIZE
007490             PRF-OPEN-RUN-DATE DELIMITED BY SIZE
007500             " " DELIMITED BY SIZE
007510             PRF-OPEN-RUN-TIME DELIMITED BY SIZE
007520             INTO INPTPLST-LINE
007530         WRITE INPTPLST-LINE
007540     ELSE
007550         MOVE "NO EARLIER PROOF ON INPTRCTL - WHOLE FILE PROVED"
007560             TO INPTPLST-LINE
007570         WRITE INPTPLST-LINE
007580         MOVE SPACES TO INPTPLST-LINE
007590         MOVE "QUEUE OPENING BALANCES ARE WORKED BACK FROM CLOSE"
007600             TO INPTPLST-LINE
007610         WRITE INPTPLST-LINE
007620     END-IF.
007630     MOVE SPACES TO INPTPLST-LINE.
007640     WRITE INPTPLST-LINE.
007650     MOVE "RUNS IN THE WINDOW" TO INPTPLST-LINE.
007660     WRITE INPTPLST-LINE.
007670     MOVE SPACES TO INPTPLST-LINE.
007680     STRING "PROGRAM     RUN DATE  RUN TIME  MODE  RC     READ"
007690         DELIMITED BY SIZE
007700         "   ACCEPTED   REJECTED" DELIMITED BY SIZE
007710         INTO INPTPLST-LINE.
007720     WRITE INPTPLST-LINE.
007730     IF PRF-WIN-TABLE-COUNT = 0
007740         MOVE "  NO RUNS RECORDED IN THE WINDOW" TO INPTPLST-LINE
007750         WRITE INPTPLST-LINE
007760     ELSE
007770         PERFORM 7110-PRINT-ONE-RUN THRU 7110-EXIT
007780             VARYING PRF-WIN-INDEX FROM 1 BY 1
007790             UNTIL PRF-WIN-INDEX > PRF-WIN-TABLE-COUNT
007800     END-IF.
007810     IF PRF-WIN-OVERFLOWED
007820         SET PRF-PROOF-FAILED TO TRUE
007830         MOVE "*** RUN TABLE FULL - LATER RUNS NOT LISTED ***"
007840             TO INPTPLST-LINE
007850         WRITE INPTPLST-LINE
007860     END-IF.
007870 7100-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------
007910* 7110-PRINT-ONE-RUN
007920*----------------------------------------------------------------
007930 7110-PRINT-ONE-RUN.
007940     MOVE PRF-WIN-READ(PRF-WIN-INDEX) TO PRF-EDIT-COUNT-1.
007950     MOVE PRF-WIN-ACCEPTED(PRF-WIN-INDEX) TO PRF-EDIT-COUNT-2.
007960     MOVE PRF-WIN-REJECTED(PRF-WIN-INDEX) TO PRF-EDIT-COUNT-3.
007970     MOVE SPACES TO INPTPLST-LINE.
007980     STRING PRF-WIN-PROGRAM(PRF-WIN-INDEX) DELIMITED BY SIZE
007990         "  " DELIMITED BY SIZE
008000         PRF-WIN-DATE(PRF-WIN-INDEX) DELIMITED BY SIZE
008010         "  " DELIMITED BY SIZE
008020         PRF-WIN-TIME(PRF-WIN-INDEX) DELIMITED BY SIZE
008030         "   " DELIMITED BY SIZE
008040         PRF-WIN-MODE(PRF-WIN-INDEX) DELIMITED BY SIZE
008050         "   " DELIMITED BY SIZE
008060         PRF-WIN-RC(PRF-WIN-INDEX) DELIMITED BY SIZE
008070         "  " DELIMITED BY SIZE
008080         PRF-EDIT-COUNT-1 DELIMITED BY SIZE
008090         "    " DELIMITED BY SIZE
008100         PRF-EDIT-COUNT-2 DELIMITED BY SIZE
008110         "    " DELIMITED BY SIZE
008120         PRF-EDIT-COUNT-3 DELIMITED BY SIZE
008130         INTO INPTPLST-LINE.
008140     WRITE INPTPLST-LINE.
008150 7110-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------
008190* 7200-PRINT-INTERFACE
008200*     WHAT EACH JOB SAYS IT SENT, THE TOTAL, THE TRAILER ON
008210*     INPTIF AGAINST THAT TOTAL, AND THE DETAILS ACTUALLY ON
008220*     INPTIF AGAINST THE TRAILER.  BOTH COUNT AND HASH MUST
008230*     AGREE.  AN INPTIF WITH NO TRAILER ONLY BALANCES WHEN
008240*     NOTHING WAS SENT AT ALL.
008250*----------------------------------------------------------------
008260 7200-PRINT-INTERFACE.
008270     MOVE SPACES TO INPTPLST-LINE.
008280     WRITE INPTPLST-LINE.
008290     MOVE SPACES TO INPTPLST-LINE.
008300     STRING "INTERFACE FILE (INPTIF)                 COUNT"
008310         DELIMITED BY SIZE
008320         "             HASH" DELIMITED BY SIZE
008330         INTO INPTPLST-LINE.
008340     WRITE INPTPLST-LINE.
008350     PERFORM 7210-PRINT-SOURCE-ROW THRU 7210-EXIT
008360         VARYING PRF-SRC-INDEX FROM 1 BY 1
008370         UNTIL PRF-SRC-INDEX > PRF-SRC-TABLE-COUNT.
008380     MOVE SPACES TO PRF-LINE-STATUS.
008390     MOVE PRF-RCT-IF-COUNT TO PRF-EDIT-COUNT-1.
008400     MOVE PRF-RCT-IF-HASH TO PRF-EDIT-HASH.
008410     PERFORM 7220-WRITE-INTERFACE-LINE THRU 7220-EXIT.
008420     MOVE "N" TO PRF-LINE-FAIL-SWITCH.
008430     IF PRF-IF-TRAILER-FOUND
008440         IF PRF-IF-TRL-DETAIL-COUNT NOT = PRF-RCT-IF-COUNT
008450                 OR PRF-IF-TRL-HASH-TOTAL NOT = PRF-RCT-IF-HASH
008460             SET PRF-LINE-FAILED TO TRUE
008470         END-IF
008480     ELSE
008490         IF PRF-RCT-IF-COUNT NOT = 0
008500             SET PRF-LINE-FAILED TO TRUE
008510         END-IF
008520     END-IF.
008530     PERFORM 7800-SET-LINE-STATUS THRU 7800-EXIT.
008540     MOVE PRF-IF-TRL-DETAIL-COUNT TO PRF-EDIT-COUNT-1.
008550     MOVE PRF-IF-TRL-HASH-TOTAL TO PRF-EDIT-HASH.
008560     MOVE SPACES TO INPTPLST-LINE.
008570     IF PRF-IF-TRAILER-FOUND
008580         STRING "  INPTIF TRAILER                    "
008590             DELIMITED BY SIZE
008600             PRF-EDIT-COUNT-1 DELIMITED BY SIZE
008610             "  " DELIMITED BY SIZE
008620             PRF-EDIT-HASH DELIMITED BY SIZE
008630             "  " DELIMITED BY SIZE
008640             PRF-LINE-STATUS DELIMITED BY SIZE
008650             INTO INPTPLST-LINE
008660     ELSE
008670         STRING "  INPTIF TRAILER                    "
008680             DELIMITED BY SIZE
008690             "   NONE ON FILE          " DELIMITED BY SIZE
008700             PRF-LINE-STATUS DELIMITED BY SIZE
008710             INTO INPTPLST-LINE
008720     END-IF.
008730     WRITE INPTPLST-LINE.
008740     MOVE "N" TO PRF-LINE-FAIL-SWITCH.
008750     IF PRF-IF-DETAIL-COUNT NOT = PRF-IF-TRL-DETAIL-COUNT
008760             OR PRF-IF-HASH-TOTAL NOT = PRF-IF-TRL-HASH-TOTAL
008770         SET PRF-LINE-FAILED TO TRUE
008780     END-IF.
008790     PERFORM 7800-SET-LINE-STATUS THRU 7800-EXIT.
008800     MOVE PRF-IF-DETAIL-COUNT TO PRF-EDIT-COUNT-1.
008810     MOVE PRF-IF-HASH-TOTAL TO PRF-EDIT-HASH.
008820     MOVE SPACES TO INPTPLST-LINE.
008830     STRING "  INPTIF DETAILS ON FILE            "
008840         DELIMITED BY SIZE
008850         PRF-EDIT-COUNT-1 DELIMITED BY SIZE
008860         "  " DELIMITED BY SIZE
008870         PRF-EDIT-HASH DELIMITED BY SIZE
008880         "  " DELIMITED BY SIZE
008890         PRF-LINE-STATUS DELIMITED BY SIZE
008900         INTO INPTPLST-LINE.
008910     WRITE INPTPLST-LINE.
008920 7200-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------------
008960* 7210-PRINT-SOURCE-ROW
008970*----------------------------------------------------------------
008980 7210-PRINT-SOURCE-ROW.
008990     MOVE SPACES TO PRF-LINE-STATUS.
009000     MOVE PRF-SRC-COUNT(PRF-SRC-INDEX) TO PRF-EDIT-COUNT-1.
009010     MOVE PRF-SRC-HASH(PRF-SRC-INDEX) TO PRF-EDIT-HASH.
009020     MOVE SPACES TO INPTPLST-LINE.
009030     STRING "  " DELIMITED BY SIZE
009040         PRF-SRC-LABEL(PRF-SRC-INDEX) DELIMITED BY SIZE
009050         " " DELIMITED BY SIZE
009060         PRF-SRC-PROGRAM(PRF-SRC-INDEX) DELIMITED BY SIZE
009070         "   " DELIMITED BY SIZE
009080         PRF-EDIT-COUNT-1 DELIMITED BY SIZE
009090         "  " DELIMITED BY SIZE
009100         PRF-EDIT-HASH DELIMITED BY SIZE
009110         INTO INPTPLST-LINE.
009120     WRITE INPTPLST-LINE.
009130 7210-EXIT.
009140     EXIT.
009150
009160*----------------------------------------------------------------
009170* 7220-WRITE-INTERFACE-LINE
009180*     THE RUN-CONTROL TOTAL LINE, FROM THE EDIT FIELDS ALREADY
009190*     LOADED.
009200*----------------------------------------------------------------
009210 7220-WRITE-INTERFACE-LINE.
009220     MOVE SPACES TO INPTPLST-LINE.
009230     STRING "  TOTAL PER RUN CONTROL             "
009240         DELIMITED BY SIZE
009250         PRF-EDIT-COUNT-1 DELIMITED BY SIZE
009260         "  " DELIMITED BY SIZE
009270         PRF-EDIT-HASH DELIMITED BY SIZE
009280         INTO INPTPLST-LINE.
009290     WRITE INPTPLST-LINE.
009300 7220-EXIT.
009310     EXIT.
009320
009330*----------------------------------------------------------------
009340* 7300-PRINT-AUDIT-LOG
009350*     EACH RUN'S INPTLOG RECORDS - WHAT IT SAYS IT WROTE AGAINST
009360*     WHAT IS ON THE LOG UNDER ITS RUN STAMP - THEN ANY RECORDS
009370*     FOR THE BUSINESS DATE THAT NO RUN ACCOUNTS FOR.
009380*----------------------------------------------------------------
009390 7300-PRINT-AUDIT-LOG.
009400     MOVE SPACES TO INPTPLST-LINE.
009410     WRITE INPTPLST-LINE.
009420     MOVE SPACES TO INPTPLST-LINE.
009430     STRING "AUDIT LOG (INPTLOG)          ACCEPTED/BACKOUT"
009440         DELIMITED BY SIZE
009450         "        REJECTED" DELIMITED BY SIZE
009460         INTO INPTPLST-LINE.
009470     WRITE INPTPLST-LINE.
009480     MOVE SPACES TO INPTPLST-LINE.
009490     STRING "PROGRAM     RUN DATE  RUN TIME  EXPECTED   FOUND"
009500         DELIMITED BY SIZE
009510         "  EXPECTED   FOUND" DELIMITED BY SIZE
009520         INTO INPTPLST-LINE.
009530     WRITE INPTPLST-LINE.
009540     IF PRF-WIN-TABLE-COUNT > 0
009550         PERFORM 7310-PRINT-LOG-ROW THRU 7310-EXIT
009560             VARYING PRF-WIN-INDEX FROM 1 BY 1
009570             UNTIL PRF-WIN-INDEX > PRF-WIN-TABLE-COUNT
009580     END-IF.
009590     MOVE "N" TO PRF-LINE-FAIL-SWITCH.
009600     IF PRF-LOG-UNMATCHED > 0
009610         SET PRF-LINE-FAILED TO TRUE
009620     END-IF.
009630     PERFORM 7800-SET-LINE-STATUS THRU 7800-EXIT.
009640     MOVE PRF-LOG-UNMATCHED TO PRF-EDIT-COUNT-1.
009650     MOVE SPACES TO INPTPLST-LINE.
009660     STRING "  RECORDS DATED " DELIMITED BY SIZE
009670         PRF-BUSINESS-DATE DELIMITED BY SIZE
009680         " FROM NO RUN IN THE WINDOW " DELIMITED BY SIZE
009690         PRF-EDIT-COUNT-1 DELIMITED BY SIZE
009700         "  " DELIMITED BY SIZE
009710         PRF-LINE-STATUS DELIMITED BY SIZE
009720         INTO INPTPLST-LINE.
009730     WRITE INPTPLST-LINE.
009740 7300-EXIT.
009750     EXIT.
009760
009770*----------------------------------------------------------------
009780* 7310-PRINT-LOG-ROW
009790*----------------------------------------------------------------
009800 7310-PRINT-LOG-ROW.
009810     MOVE "N" TO PRF-LINE-FAIL-SWITCH.
009820     IF PRF-WIN-LOG-ACC-FND(PRF-WIN-INDEX)
009830             NOT = PRF-WIN-LOG-ACC-EXP(PRF-WIN-INDEX)
009840             OR PRF-WIN-LOG-REJ-FND(PRF-WIN-INDEX)
009850             NOT = PRF-WIN-LOG-REJ-EXP(PRF-WIN-INDEX)
009860         SET PRF-LINE-FAILED TO TRUE
009870     END-IF.
009880     PERFORM 7800-SET-LINE-STATUS THRU 7800-EXIT.
009890     MOVE PRF-WIN-LOG-ACC-EXP(PRF-WIN-INDEX) TO PRF-EDIT-COUNT-1.
009900     MOVE PRF-WIN-LOG-ACC-FND(PRF-WIN-INDEX) TO PRF-EDIT-COUNT-2.
009910     MOVE PRF-WIN-LOG-REJ-EXP(PRF-WIN-INDEX) TO PRF-EDIT-COUNT-3.
009920     MOVE PRF-WIN-LOG-REJ-FND(PRF-WIN-INDEX) TO PRF-EDIT-COUNT-4.
009930     MOVE SPACES TO INPTPLST-LINE.
009940     STRING PRF-WIN-PROGRAM(PRF-WIN-INDEX) DELIMITED BY SIZE
009950         "  " DELIMITED BY SIZE
009960         PRF-WIN-DATE(PRF-WIN-INDEX) DELIMITED BY SIZE
009970         "  " DELIMITED BY SIZE
009980         PRF-WIN-TIME(PRF-WIN-INDEX) DELIMITED BY SIZE
009990         "   " DELIMITED BY SIZE
010000         PRF-EDIT-COUNT-1 DELIMITED BY SIZE
010010         " " DELIMITED BY SIZE
010020         PRF-EDIT-COUNT-2 DELIMITED BY SIZE
010030         "   " DELIMITED BY SIZE
010040         PRF-EDIT-COUNT-3 DELIMITED BY SIZE
010050         " " DELIMITED BY SIZE
010060         PRF-EDIT-COUNT-4 DELIMITED BY SIZE
010070         "  " DELIMITED BY SIZE
010080         PRF-LINE-STATUS DELIMITED BY SIZE
010090         INTO INPTPLST-LINE.
010100     WRITE INPTPLST-LINE.
010110 7310-EXIT.
010120     EXIT.
010130
010140*----------------------------------------------------------------
010150* 7400-PRINT-QUEUES
010160*     OPENING, ADDED, CLEARED, EXPECTED AND ACTUAL CLOSE FOR
010170*     EACH OF THE FOUR QUEUES.
010180*----------------------------------------------------------------
010190 7400-PRINT-QUEUES.
010200     MOVE SPACES TO INPTPLST-LINE.
010210     WRITE INPTPLST-LINE.
010220     MOVE SPACES TO INPTPLST-LINE.
010230     STRING "QUEUE       OPENING    ADDED   CLEARED  EXPECTED"
010240         DELIMITED BY SIZE
010250         "    ACTUAL" DELIMITED BY SIZE
010260         INTO INPTPLST-LINE.
010270     WRITE INPTPLST-LINE.
010280     PERFORM 7410-PRINT-QUEUE-ROW THRU 7410-EXIT
010290         VARYING PRF-Q-INDEX FROM 1 BY 1
010300         UNTIL PRF-Q-INDEX > PRF-Q-TABLE-COUNT.
010310 7400-EXIT.
010320     EXIT.
010330
010340*----------------------------------------------------------------
010350* 7410-PRINT-QUEUE-ROW
010360*----------------------------------------------------------------
010370 7410-PRINT-QUEUE-ROW.
010380     MOVE "N" TO PRF-LINE-FAIL-SWITCH.
010390     IF PRF-Q-EXPECTED(PRF-Q-INDEX)
010400             NOT = PRF-Q-ACTUAL(PRF-Q-INDEX)
010410         SET PRF-LINE-FAILED TO TRUE
010420     END-IF.
010430     PERFORM 7800-SET-LINE-STATUS THRU 7800-EXIT.
010440     MOVE PRF-Q-OPEN(PRF-Q-INDEX) TO PRF-EDIT-SIGNED-1.
010450     MOVE PRF-Q-ADDED(PRF-Q-INDEX) TO PRF-EDIT-COUNT-1.
010460     MOVE PRF-Q-CLEARED(PRF-Q-INDEX) TO PRF-EDIT-COUNT-2.
010470     MOVE PRF-Q-EXPECTED(PRF-Q-INDEX) TO PRF-EDIT-SIGNED-2.
010480     MOVE PRF-Q-ACTUAL(PRF-Q-INDEX) TO PRF-EDIT-COUNT-3.
010490     MOVE SPACES TO INPTPLST-LINE.
010500     STRING PRF-Q-NAME(PRF-Q-INDEX) DELIMITED BY SIZE
010510         "  " DELIMITED BY SIZE
010520         PRF-EDIT-SIGNED-1 DELIMITED BY SIZE
010530         "  " DELIMITED BY SIZE
010540         PRF-EDIT-COUNT-1 DELIMITED BY SIZE
010550         "   " DELIMITED BY SIZE
010560         PRF-EDIT-COUNT-2 DELIMITED BY SIZE
010570         "  " DELIMITED BY SIZE
010580         PRF-EDIT-SIGNED-2 DELIMITED BY SIZE
010590         "   " DELIMITED BY SIZE
010600         PRF-EDIT-COUNT-3 DELIMITED BY SIZE
010610         "  " DELIMITED BY SIZE
010620         PRF-LINE-STATUS DELIMITED BY SIZE
010630         INTO INPTPLST-LINE.
010640     WRITE INPTPLST-LINE.
010650 7410-EXIT.
010660     EXIT.
010670
010680*----------------------------------------------------------------
010690* 7800-SET-LINE-STATUS
010700*     MARK THE LINE ABOUT TO BE PRINTED, AND FAIL THE PROOF
010710*     WHEN IT DID NOT BALANCE.
010720*----------------------------------------------------------------
010730 7800-SET-LINE-STATUS.
010740     IF PRF-LINE-FAILED
010750         MOVE "*** OUT OF BAL" TO PRF-LINE-STATUS
010760         SET PRF-PROOF-FAILED TO TRUE
010770     ELSE
010780         MOVE "OK" TO PRF-LINE-STATUS
010790     END-IF.
010800 7800-EXIT.
010810     EXIT.
010820
010830*----------------------------------------------------------------
010840* 7900-PRINT-CONCLUSION
010850*     THE VERDICT, ON THE PAGE AND ON THE CONSOLE.  OUT OF
010860*     BALANCE IS RETURN CODE 8, WHICH THE SCHEDULER TREATS AS
010870*     "HOLD THE TRANSMISSION".
010880*----------------------------------------------------------------
010890 7900-PRINT-CONCLUSION.
010900     MOVE SPACES TO INPTPLST-LINE.
010910     WRITE INPTPLST-LINE.
010920     IF PRF-PROOF-BALANCED
010930         MOVE "PROOF BALANCED - THE TRANSMISSION MAY BE RELEASED"
010940             TO INPTPLST-LINE
010950     ELSE
010960         MOVE 8 TO PRF-RETURN-CODE
010970         STRING "*** PROOF OUT OF BALANCE - " DELIMITED BY SIZE
010980             "HOLD THE TRANSMISSION ***" DELIMITED BY SIZE
010990             INTO INPTPLST-LINE
011000     END-IF.
011010     WRITE INPTPLST-LINE.
011020     DISPLAY INPTPLST-LINE UPON CONSOLE.
011030 7900-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------------
011070* 8500-WRITE-PROOF-RECORD
011080*     APPEND THIS PROOF'S "P" RECORD TO INPTRCTL, BALANCED OR
011090*     NOT, CARRYING THE QUEUE BALANCES COUNTED AT CLOSE FOR
011100*     TOMORROW'S PROOF TO OPEN FROM.  INPTRCTL IS STILL OPEN
011110*     FOR INPUT FROM THE SECOND PASS.
011120*----------------------------------------------------------------
011130 8500-WRITE-PROOF-RECORD.
011140     CLOSE INPTRCTL-FILE.
011150     OPEN EXTEND INPTRCTL-FILE.
011160     MOVE SPACES TO RCT-RECORD.
011170     SET RCT-TYPE-PROOF TO TRUE.
011180     MOVE "INPTPROF" TO RCT-PROGRAM-ID.
011190     MOVE PRF-RUN-DATE TO RCT-RUN-DATE.
011200     MOVE PRF-RUN-TIME TO RCT-RUN-TIME.
011210     MOVE PRF-BUSINESS-DATE TO RCT-BUSINESS-DATE.
011220     MOVE "INPTPROF" TO RCT-OPERATOR-ID.
011230     SET RCT-MODE-BATCH TO TRUE.
011240     MOVE PRF-RETURN-CODE TO RCT-RETURN-CODE.
011250     MOVE PRF-WIN-TABLE-COUNT TO RCT-RECORDS-READ.
011260     MOVE ZEROS TO RCT-ACCEPTED-COUNT.
011270     MOVE ZEROS TO RCT-REJECTED-COUNT.
011280     MOVE ZEROS TO RCT-LOG-ACCEPTED-COUNT.
011290     MOVE ZEROS TO RCT-LOG-REJECTED-COUNT.
011300     MOVE PRF-IF-DETAIL-COUNT TO RCT-IF-DETAIL-COUNT.
011310     MOVE PRF-IF-HASH-TOTAL TO RCT-IF-HASH-TOTAL.
011320     MOVE PRF-IF-TRL-DETAIL-COUNT TO RCT-IF-TRL-DETAIL-COUNT.
011330     MOVE PRF-IF-TRL-HASH-TOTAL TO RCT-IF-TRL-HASH-TOTAL.
011340     MOVE PRF-Q-ADDED(1) TO RCT-HOLD-ADDED.
011350     MOVE PRF-Q-CLEARED(1) TO RCT-HOLD-CLEARED.
011360     MOVE PRF-Q-ADDED(2) TO RCT-PEND-ADDED.
011370     MOVE PRF-Q-CLEARED(2) TO RCT-PEND-CLEARED.
011380     MOVE PRF-Q-ADDED(3) TO RCT-SUSP-ADDED.
011390     MOVE PRF-Q-CLEARED(3) TO RCT-SUSP-CLEARED.
011400     MOVE PRF-Q-ACTUAL(1) TO RCT-HOLD-CLOSE.
011410     MOVE PRF-Q-ACTUAL(2) TO RCT-PEND-CLOSE.
011420     MOVE PRF-Q-ACTUAL(3) TO RCT-SUSP-CLOSE.
011422     MOVE PRF-Q-ADDED(4) TO RCT-VRFY-ADDED.
011424     MOVE PRF-Q-CLEARED(4) TO RCT-VRFY-CLEARED.
011426     MOVE PRF-Q-ACTUAL(4) TO RCT-VRFY-CLOSE.
011430     IF PRF-PROOF-BALANCED
011440         SET RCT-PROOF-BALANCED TO TRUE
011450     ELSE
011460         SET RCT-PROOF-OUT-OF-BALANCE TO TRUE
011470     END-IF.
011480     WRITE RCT-RECORD.
011490 8500-EXIT.
011500     EXIT.
011510
011520*----------------------------------------------------------------
011530* 9000-TERMINATE
011540*     CLOSE ALL OPEN FILES BEFORE STOP RUN.  THE QUEUE FILES
011550*     WERE OPENED AND CLOSED AS THEY WERE COUNTED.
011560*----------------------------------------------------------------
011570 9000-TERMINATE.
011580     CLOSE INPTRCTL-FILE.
011590     IF PRF-IF-FILE-STATUS NOT = "35"
011600         CLOSE INPTIF-FILE
011610     END-IF.
011620     IF PRF-LOG-FILE-STATUS NOT = "35"
011630         CLOSE INPTLOG-FILE
011640     END-IF.
011650     CLOSE INPTPLST-FILE.
011660 9000-EXIT.
011670     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INPTVRPT.
000120 AUTHOR.        D. ORIC.
000130 INSTALLATION.  DATA ENTRY SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DRO  ORIGINAL PROGRAM.  DAILY REPORT OVER THE
000200*                  INPTVRFY BLIND RE-KEY VERIFICATION QUEUE.  FOR
000210*                  ONE BUSINESS DATE (THE PARM, DEFAULT TODAY) IT
000220*                  LISTS EVERY ENTRY QUEUED, RE-KEYED, RESOLVED,
000230*                  REJECTED OR WITHDRAWN THAT DAY, AND EVERY ENTRY
000240*                  STILL WAITING WHEN THE REPORT RUNS, THEN COUNTS
000250*                  THE DAY'S VERIFIED, MISMATCHED AND
000260*                  STILL-WAITING ENTRIES.
000270*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 SPECIAL-NAMES.
000340     CONSOLE IS CONSOLE.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT INPTVRFY-FILE ASSIGN TO INPTVRFY
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS VRFY-ENTRY-ID
000420         FILE STATUS IS VRP-VRFY-FILE-STATUS.
000430
000440     SELECT INPTVRPT-FILE ASSIGN TO INPTVRPT
000450         ORGANIZATION IS SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  INPTVRFY-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY INPTVRFY.
000520
000530 FD  INPTVRPT-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  INPTVRPT-LINE              PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590 77  VRP-VRFY-FILE-STATUS       PIC X(02) VALUE SPACES.
000600
000610 77  VRP-VRFY-EOF-SWITCH        PIC X(01) VALUE "N".
000620     88  VRP-VRFY-EOF-YES       VALUE "Y".
000630
000640 77  VRP-RUN-DATE               PIC 9(08).
000650 77  VRP-REPORT-DATE            PIC 9(08).
000660 77  VRP-ACTION-WORD            PIC X(07).
000670 77  VRP-STATE-WORD             PIC X(10).
000680 77  VRP-LISTED-SW              PIC X(01).
000690     88  VRP-LISTED             VALUE "Y".
000700
000710 77  VRP-RECORDS-READ           PIC 9(06) COMP VALUE 0.
000720 77  VRP-ENTRIES-LISTED         PIC 9(06) COMP VALUE 0.
000730 77  VRP-QUEUED-COUNT           PIC 9(06) COMP VALUE 0.
000740 77  VRP-VERIFIED-COUNT         PIC 9(06) COMP VALUE 0.
000750 77  VRP-MISMATCH-COUNT         PIC 9(06) COMP VALUE 0.
000760 77  VRP-KEPT-ORIGINAL-COUNT    PIC 9(06) COMP VALUE 0.
000770 77  VRP-KEPT-REKEYED-COUNT     PIC 9(06) COMP VALUE 0.
000780 77  VRP-REJECTED-COUNT         PIC 9(06) COMP VALUE 0.
000790 77  VRP-WITHDRAWN-COUNT        PIC 9(06) COMP VALUE 0.
000800 77  VRP-WAITING-COUNT          PIC 9(06) COMP VALUE 0.
000810 77  VRP-WAIT-REKEY-COUNT       PIC 9(06) COMP VALUE 0.
000820 77  VRP-WAIT-RESOLVE-COUNT     PIC 9(06) COMP VALUE 0.
000830
000840 77  VRP-EDIT-COUNT             PIC ZZZ,ZZ9.
000850
000860 LINKAGE SECTION.
000870 01  VRP-PARM.
000880     05  VRP-PARM-LENGTH            PIC S9(04) COMP.
000890     05  VRP-PARM-REPORT-DATE       PIC 9(08).
000900     05  FILLER                     PIC X(12).
000910
000920 PROCEDURE DIVISION USING VRP-PARM.
000930*----------------------------------------------------------------
000940* 0000-MAINLINE
000950*----------------------------------------------------------------
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-READ-VERIFY-RECORD THRU 2000-EXIT
000990         UNTIL VRP-VRFY-EOF-YES.
001000     PERFORM 7000-PRODUCE-TOTALS THRU 7000-EXIT.
001010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001020     STOP RUN.
001030
001040*----------------------------------------------------------------
001050* 1000-INITIALIZE
001060*     TAKE THE BUSINESS DATE TO REPORT FROM THE PARM (GUARDED
001070*     THE WAY INPTJRPT GUARDS ITS OWN - A MISSING OR NON-NUMERIC
001080*     DATE MEANS TODAY), WRITE THE HEADINGS, AND POSITION THE
001090*     QUEUE SCAN AT THE LOW END OF THE KEY.  THE QUEUE KEEPS
001100*     FINISHED RECORDS, SO THE WHOLE FILE IS READ AND THE DAY'S
001110*     ENTRIES COME OUT IN ENTRY-ID ORDER.
001120*----------------------------------------------------------------
001130 1000-INITIALIZE.
001140     ACCEPT VRP-RUN-DATE FROM DATE YYYYMMDD.
001150     IF VRP-PARM-LENGTH NOT < 8
001160             AND VRP-PARM-REPORT-DATE NUMERIC
001170             AND VRP-PARM-REPORT-DATE > 0
001180         MOVE VRP-PARM-REPORT-DATE TO VRP-REPORT-DATE
001190     ELSE
001200         MOVE VRP-RUN-DATE TO VRP-REPORT-DATE
001210     END-IF.
001220     OPEN INPUT INPTVRFY-FILE.
001230     IF VRP-VRFY-FILE-STATUS = "35"
001240         DISPLAY "*** INPTVRFY NOT FOUND - NOTHING TO REPORT ***"
001250             UPON CONSOLE
001260         SET VRP-VRFY-EOF-YES TO TRUE
001270     END-IF.
001280     OPEN OUTPUT INPTVRPT-FILE.
001290     MOVE SPACES TO INPTVRPT-LINE.
001300     STRING "INPTVRPT - RE-KEY VERIFICATION FOR BUSINESS DATE "
001310         DELIMITED BY SIZE
001320         VRP-REPORT-DATE DELIMITED BY SIZE
001330         INTO INPTVRPT-LINE.
001340     WRITE INPTVRPT-LINE.
001350     MOVE SPACES TO INPTVRPT-LINE.
001360     WRITE INPTVRPT-LINE.
001370     MOVE SPACES TO INPTVRPT-LINE.
001380     STRING "ENTRY   ACTION   STATE       KEYED BY  QUEUED    "
001390         DELIMITED BY SIZE
001400         "RE-KEYED  DECIDED" DELIMITED BY SIZE
001410         INTO INPTVRPT-LINE.
001420     WRITE INPTVRPT-LINE.
001430     MOVE SPACES TO INPTVRPT-LINE.
001440     STRING "                                                 "
001450         DELIMITED BY SIZE
001460         "BY        BY" DELIMITED BY SIZE
001470         INTO INPTVRPT-LINE.
001480     WRITE INPTVRPT-LINE.
001490     IF NOT VRP-VRFY-EOF-YES
001500         MOVE ZEROS TO VRFY-ENTRY-ID
001510         START INPTVRFY-FILE KEY NOT LESS THAN VRFY-ENTRY-ID
001520             INVALID KEY
001530                 SET VRP-VRFY-EOF-YES TO TRUE
001540         END-START
001550     END-IF.
001560 1000-EXIT.
001570     EXIT.
001580
001590*----------------------------------------------------------------
001600* 2000-READ-VERIFY-RECORD
001610*     READ THE NEXT QUEUE RECORD IN KEY SEQUENCE AND COUNT IT
001620*     AGAINST THE BUSINESS DATE (2100).
001630*----------------------------------------------------------------
001640 2000-READ-VERIFY-RECORD.
001650     READ INPTVRFY-FILE NEXT RECORD
001660         AT END
001670             SET VRP-VRFY-EOF-YES TO TRUE
001680         NOT AT END
001690             ADD 1 TO VRP-RECORDS-READ
001700             PERFORM 2100-COUNT-ONE-ENTRY THRU 2100-EXIT
001710     END-READ.
001720 2000-EXIT.
001730     EXIT.
001740
001750*----------------------------------------------------------------
001760* 2100-COUNT-ONE-ENTRY
001770*     AN ENTRY COUNTS AS QUEUED ON THE DAY IT WAS KEYED, AS
001780*     MISMATCHED ON THE DAY ITS RE-KEY FAILED TO MATCH, AND AS
001790*     VERIFIED, RESOLVED, REJECTED OR WITHDRAWN ON THE DAY IT WAS
001800*     FINISHED - SO ONE ENTRY MAY COUNT UNDER MORE THAN ONE
001810*     HEADING IN A DAY.  AN ENTRY STILL WAITING (PENDING OR
001820*     MISMATCHED) WHEN THE REPORT RUNS IS COUNTED AND LISTED
001830*     WHATEVER ITS DATES, SO THE BACKLOG IS NEVER OUT OF SIGHT.
001840*     ANY ENTRY TOUCHED BY ONE OF THESE IS LISTED ONCE (2200)
001850*     UNDER ITS CURRENT STATE.
001860*----------------------------------------------------------------
001870 2100-COUNT-ONE-ENTRY.
001880     MOVE "N" TO VRP-LISTED-SW.
001890     IF VRFY-REQUEST-DATE = VRP-REPORT-DATE
001900         ADD 1 TO VRP-QUEUED-COUNT
001910         SET VRP-LISTED TO TRUE
001920     END-IF.
001930     IF VRFY-MISMATCH-DATE = VRP-REPORT-DATE
001940         ADD 1 TO VRP-MISMATCH-COUNT
001950         SET VRP-LISTED TO TRUE
001960     END-IF.
001970     IF VRFY-STATUS-WAITING
001980         ADD 1 TO VRP-WAITING-COUNT
001990         IF VRFY-STATUS-PENDING
002000             ADD 1 TO VRP-WAIT-REKEY-COUNT
002010         ELSE
002020             ADD 1 TO VRP-WAIT-RESOLVE-COUNT
002030         END-IF
002040         SET VRP-LISTED TO TRUE
002050     ELSE
002060         IF VRFY-DECISION-DATE = VRP-REPORT-DATE
002070             SET VRP-LISTED TO TRUE
002080             EVALUATE TRUE
002090                 WHEN VRFY-STATUS-VERIFIED
002100                     ADD 1 TO VRP-VERIFIED-COUNT
002110                 WHEN VRFY-STATUS-RESOLVED AND VRFY-KEPT-REKEYED
002120                     ADD 1 TO VRP-KEPT-REKEYED-COUNT
002130                 WHEN VRFY-STATUS-RESOLVED
002140                     ADD 1 TO VRP-KEPT-ORIGINAL-COUNT
002150                 WHEN VRFY-STATUS-REJECTED
002160                     ADD 1 TO VRP-REJECTED-COUNT
002170                 WHEN VRFY-STATUS-WITHDRAWN
002180                     ADD 1 TO VRP-WITHDRAWN-COUNT
002190             END-EVALUATE
002200         END-IF
002210     END-IF.
002220     IF VRP-LISTED
002230         PERFORM 2200-LIST-ONE-ENTRY THRU 2200-EXIT
002240     END-IF.
002250 2100-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------------
002290* 2200-LIST-ONE-ENTRY
002300*     ONE LINE PER ENTRY - ENTRY, ACTION, CURRENT STATE, THE
002310*     KEYING OPERATOR AND THE DATE THE ENTRY WAS QUEUED, THE
002320*     OPERATOR WHO RE-KEYED IT AND THE OPERATOR WHO FINISHED IT
002330*     (BLANK WHILE NOT YET DONE).
002340*----------------------------------------------------------------
002350 2200-LIST-ONE-ENTRY.
002360     ADD 1 TO VRP-ENTRIES-LISTED.
002370     IF VRFY-TYPE-CORRECT
002380         MOVE "CORRECT" TO VRP-ACTION-WORD
002390     ELSE
002400         MOVE "ADD" TO VRP-ACTION-WORD
002410     END-IF.
002420     EVALUATE TRUE
002430         WHEN VRFY-STATUS-PENDING
002440             MOVE "WAIT REKEY" TO VRP-STATE-WORD
002450         WHEN VRFY-STATUS-MISMATCHED
002460             MOVE "MISMATCH" TO VRP-STATE-WORD
002470         WHEN VRFY-STATUS-VERIFIED
002480             MOVE "VERIFIED" TO VRP-STATE-WORD
002490         WHEN VRFY-STATUS-RESOLVED AND VRFY-KEPT-REKEYED
002500             MOVE "KEPT REKEY" TO VRP-STATE-WORD
002510         WHEN VRFY-STATUS-RESOLVED
002520             MOVE "KEPT ORIG" TO VRP-STATE-WORD
002530         WHEN VRFY-STATUS-REJECTED
002540             MOVE "REJECTED" TO VRP-STATE-WORD
002550         WHEN VRFY-STATUS-WITHDRAWN
002560             MOVE "WITHDRAWN" TO VRP-STATE-WORD
002570         WHEN OTHER
002580             MOVE VRFY-STATUS TO VRP-STATE-WORD
002590     END-EVALUATE.
002600     MOVE SPACES TO INPTVRPT-LINE.
002610     STRING VRFY-ENTRY-ID DELIMITED BY SIZE
002620         "  " DELIMITED BY SIZE
002630         VRP-ACTION-WORD DELIMITED BY SIZE
002640         "  " DELIMITED BY SIZE
002650         VRP-STATE-WORD DELIMITED BY SIZE
002660         "  " DELIMITED BY SIZE
002670         VRFY-OPERATOR-ID DELIMITED BY SIZE
002680         "  " DELIMITED BY SIZE
002690         VRFY-REQUEST-DATE DELIMITED BY SIZE
002700         "  " DELIMITED BY SIZE
002710         VRFY-REKEY-OPERATOR-ID DELIMITED BY SIZE
002720         "  " DELIMITED BY SIZE
002730         VRFY-DECISION-ID DELIMITED BY SIZE
002740         INTO INPTVRPT-LINE.
002750     WRITE INPTVRPT-LINE.
002760 2200-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------------
002800* 7000-PRODUCE-TOTALS
002810*----------------------------------------------------------------
002820 7000-PRODUCE-TOTALS.
002830     MOVE SPACES TO INPTVRPT-LINE.
002840     WRITE INPTVRPT-LINE.
002850     MOVE "VERIFICATION TOTALS FOR THE DAY" TO INPTVRPT-LINE.
002860     WRITE INPTVRPT-LINE.
002870     MOVE VRP-QUEUED-COUNT TO VRP-EDIT-COUNT.
002880     MOVE SPACES TO INPTVRPT-LINE.
002890     STRING "  QUEUED FOR VERIFICATION   : " DELIMITED BY SIZE
002900         VRP-EDIT-COUNT DELIMITED BY SIZE
002910         INTO INPTVRPT-LINE.
002920     WRITE INPTVRPT-LINE.
002930     MOVE VRP-VERIFIED-COUNT TO VRP-EDIT-COUNT.
002940     MOVE SPACES TO INPTVRPT-LINE.
002950     STRING "  VERIFIED ON RE-KEY        : " DELIMITED BY SIZE
002960         VRP-EDIT-COUNT DELIMITED BY SIZE
002970         INTO INPTVRPT-LINE.
002980     WRITE INPTVRPT-LINE.
002990     MOVE VRP-MISMATCH-COUNT TO VRP-EDIT-COUNT.
003000     MOVE SPACES TO INPTVRPT-LINE.
003010     STRING "  RE-KEYS MISMATCHED        : " DELIMITED BY SIZE
003020         VRP-EDIT-COUNT DELIMITED BY SIZE
003030         INTO INPTVRPT-LINE.
003040     WRITE INPTVRPT-LINE.
003050     MOVE VRP-KEPT-ORIGINAL-COUNT TO VRP-EDIT-COUNT.
003060     MOVE SPACES TO INPTVRPT-LINE.
003070     STRING "    RESOLVED - KEPT ORIGINAL: " DELIMITED BY SIZE
003080         VRP-EDIT-COUNT DELIMITED BY SIZE
003090         INTO INPTVRPT-LINE.
003100     WRITE INPTVRPT-LINE.
003110     MOVE VRP-KEPT-REKEYED-COUNT TO VRP-EDIT-COUNT.
003120     MOVE SPACES TO INPTVRPT-LINE.
003130     STRING "    RESOLVED - KEPT RE-KEYED: " DELIMITED BY SIZE
003140         VRP-EDIT-COUNT DELIMITED BY SIZE
003150         INTO INPTVRPT-LINE.
003160     WRITE INPTVRPT-LINE.
003170     MOVE VRP-REJECTED-COUNT TO VRP-EDIT-COUNT.
003180     MOVE SPACES TO INPTVRPT-LINE.
003190     STRING "    REJECTED                : " DELIMITED BY SIZE
003200         VRP-EDIT-COUNT DELIMITED BY SIZE
003210         INTO INPTVRPT-LINE.
003220     WRITE INPTVRPT-LINE.
003230     MOVE VRP-WITHDRAWN-COUNT TO VRP-EDIT-COUNT.
003240     MOVE SPACES TO INPTVRPT-LINE.
003250     STRING "  WITHDRAWN BY BACKOUT      : " DELIMITED BY SIZE
003260         VRP-EDIT-COUNT DELIMITED BY SIZE
003270         INTO INPTVRPT-LINE.
003280     WRITE INPTVRPT-LINE.
003290     MOVE VRP-WAITING-COUNT TO VRP-EDIT-COUNT.
003300     MOVE SPACES TO INPTVRPT-LINE.
003310     STRING "  STILL WAITING AT RUN TIME : " DELIMITED BY SIZE
003320         VRP-EDIT-COUNT DELIMITED BY SIZE
003330         INTO INPTVRPT-LINE.
003340     WRITE INPTVRPT-LINE.
003350     MOVE VRP-WAIT-REKEY-COUNT TO VRP-EDIT-COUNT.
003360     MOVE SPACES TO INPTVRPT-LINE.
003370     STRING "    AWAITING RE-KEY         : " DELIMITED BY SIZE
003380         VRP-EDIT-COUNT DELIMITED BY SIZE
003390         INTO INPTVRPT-LINE.
003400     WRITE INPTVRPT-LINE.
003410     MOVE VRP-WAIT-RESOLVE-COUNT TO VRP-EDIT-COUNT.
003420     MOVE SPACES TO INPTVRPT-LINE.
003430     STRING "    AWAITING RESOLUTION     : " DELIMITED BY SIZE
003440         VRP-EDIT-COUNT DELIMITED BY SIZE
003450         INTO INPTVRPT-LINE.
003460     WRITE INPTVRPT-LINE.
003470 7000-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------------
003510* 9000-TERMINATE
003520*----------------------------------------------------------------
003530 9000-TERMINATE.
003540     IF VRP-VRFY-FILE-STATUS NOT = "35"
003550         CLOSE INPTVRFY-FILE
003560     END-IF.
003570     CLOSE INPTVRPT-FILE.
003580 9000-EXIT.
003590     EXIT.

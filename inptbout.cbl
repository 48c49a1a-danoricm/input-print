000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INPTBOUT.
000120 AUTHOR.        D. ORIC.
000130 INSTALLATION.  DATA ENTRY SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DRO  ORIGINAL PROGRAM.  BACKS OUT ONE WHOLE
000200*                  INPUTPRINT RUN, NAMED BY ITS LOG-RUN-DATE AND
000210*                  LOG-RUN-TIME IN THE PARM - THE ANSWER WHEN THE
000220*                  WRONG FILE WAS MOUNTED ON AN INPTIN SLOT.
000230*                  EVERY INPTMST RECORD THE RUN ADDED OR
000240*                  CORRECTED IS PUT BACK THE WAY IT STOOD BEFORE
000250*                  THE RUN: A CORRECTED RECORD GETS ITS PRIOR
000260*                  IMAGE BACK, REBUILT FROM THE INPTLARC ARCHIVE
000270*                  AND THE INPTLHST LOG GENERATIONS THE SAME WAY
000280*                  INPTMBLD REPLAYS THEM, AND AN ADDED RECORD IS
000290*                  LOGICALLY DELETED (THE MASTER NEVER LOSES AN
000300*                  ITEM ONCE KEYED).  EACH REVERSAL IS LOGGED TO
000310*                  INPTLOG WITH THE "B" BACKOUT STATUS, SO
000320*                  INPTMBLD REPLAYS IT, AND SENT DOWNSTREAM AS A
000330*                  REVERSING DETAIL INSIDE THE INPTIF ENVELOPE.
000340*                  DELETE AND REINSTATE REQUESTS THE RUN LEFT
000350*                  PENDING ON INPTHOLD ARE WITHDRAWN, AND THE
000360*                  ENTRIES IT PARKED ON INPTPEND ARE DROPPED FROM
000370*                  THE INPTPENO CARRY-FORWARD.  AN ENTRY A LATER
000380*                  RUN HAS TOUCHED SINCE, OR A HOLD ALREADY
000390*                  DECIDED, IS REFUSED AND LEFT ALONE.  EVERY
000400*                  REVERSAL AND REFUSAL IS LISTED ON INPTBLST.
000402* 2026-10-15  DRO  EVERY REVERSAL NOW ALSO WRITES A BEFORE/AFTER
000404*                  IMAGE RECORD TO THE NEW INPTJRNL CHANGE
000406*                  JOURNAL (4600).
000407* 2026-10-15  DRO  AT END OF RUN THE RUN STATISTICS - REVERSALS
000408*                  LOGGED AND SENT ON INPTIF, THE TRAILER LEFT,
000409*                  AND THE HOLDS AND PARKED ENTRIES WITHDRAWN -
000410*                  ARE APPENDED TO THE SHARED INPTRCTL RUN-CONTROL
000411*                  FILE (8500) FOR THE INPTPROF BALANCING PROOF.
000412* 2026-10-15  DRO  NOTES (TYPE "N") THE RUN FILED ON INPTNOTE ARE
000413*                  MARKED WITHDRAWN (5500) RATHER THAN LISTED AS
000414*                  NOT REVERSIBLE, AND A NOTE FILED BY A LATER
000415*                  RUN NO LONGER REFUSES AN ENTRY'S REVERSAL - IT
000416*                  NEVER CHANGED THE MASTER.
000417* 2026-10-15  DRO  ENTRIES THE RUN QUEUED ON INPTVRFY FOR BLIND
000418*                  RE-KEY VERIFICATION AND STILL WAITING ARE
000419*                  MARKED WITHDRAWN (5700) AND COUNTED AS
000420*                  CLEARED FROM THAT QUEUE ON INPTRCTL.
000421* 2026-10-15  DRO  THE NEW LOG-REJECT-REASON IS SET BLANK ON
000422*                  EACH BACKOUT LOG RECORD.
000423* 2026-10-15  DRO  INPTMST NOW HAS ALTERNATE KEYS ON
000424*                  MST-CATEGORY-CODE AND MST-DESCRIPTION, BOTH
000425*                  WITH DUPLICATES, FOR THE INPTBRWS MASTER
000426*                  BROWSE.  THE SELECT HERE DECLARES THEM TOO.
000427*----------------------------------------------------------------
000428
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 SPECIAL-NAMES.
000480     CONSOLE IS CONSOLE.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT INPTLHST-FILE ASSIGN TO INPTLHST
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS BOT-HST-FILE-STATUS.
000550
000560     SELECT INPTLARC-FILE ASSIGN TO INPTLARC
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS BOT-ARC-FILE-STATUS.
000590
000600     SELECT INPTLOG-FILE ASSIGN TO INPTLOG
000610         ORGANIZATION IS SEQUENTIAL.
000620
000630     SELECT INPTMST-FILE ASSIGN TO INPTMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS MST-ENTRY-ID
000662         ALTERNATE RECORD KEY IS MST-CATEGORY-CODE
000664             WITH DUPLICATES
000666         ALTERNATE RECORD KEY IS MST-DESCRIPTION
000668             WITH DUPLICATES
000670         FILE STATUS IS BOT-MST-FILE-STATUS.
000680
000690     SELECT INPTHOLD-FILE ASSIGN TO INPTHOLD
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS HOLD-ENTRY-ID
000730         FILE STATUS IS BOT-HOLD-FILE-STATUS.
000740
000750     SELECT INPTPEND-FILE ASSIGN TO INPTPEND
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS BOT-PEND-FILE-STATUS.
000780
000790     SELECT INPTPENO-FILE ASSIGN TO INPTPENO
000800         ORGANIZATION IS SEQUENTIAL.
000810
000820     SELECT INPTIF-FILE  ASSIGN TO INPTIF
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS BOT-IF-FILE-STATUS.
000850
000860     SELECT INPTIFWK-FILE ASSIGN TO INPTIFWK
000870         ORGANIZATION IS SEQUENTIAL.
000880
000890     SELECT INPTBOWK-FILE ASSIGN TO INPTBOWK
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS BOW-ENTRY-ID
000930         FILE STATUS IS BOT-BOW-FILE-STATUS.
000940
000950     SELECT INPTBLST-FILE ASSIGN TO INPTBLST
000960         ORGANIZATION IS SEQUENTIAL.
000970
000980     SELECT INPTOPER-FILE ASSIGN TO INPTOPER
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS OPER-ID
001020         FILE STATUS IS BOT-OPER-FILE-STATUS.
001030
001040     SELECT INPTSECL-FILE ASSIGN TO INPTSECL
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS BOT-SECL-FILE-STATUS.
001070
001071     SELECT INPTJRNL-FILE ASSIGN TO INPTJRNL
001072         ORGANIZATION IS INDEXED
001073         ACCESS MODE IS DYNAMIC
001074         RECORD KEY IS JRN-KEY
001075         FILE STATUS IS BOT-JRN-FILE-STATUS.
001076
001077     SELECT INPTRCTL-FILE ASSIGN TO INPTRCTL
001078         ORGANIZATION IS SEQUENTIAL
001079         FILE STATUS IS BOT-RCT-FILE-STATUS.
001080
001081     SELECT INPTNOTE-FILE ASSIGN TO INPTNOTE
001082         ORGANIZATION IS INDEXED
001083         ACCESS MODE IS DYNAMIC
001084         RECORD KEY IS NOTE-KEY
001085         FILE STATUS IS BOT-NOTE-FILE-STATUS.
001086
001087     SELECT INPTVRFY-FILE ASSIGN TO INPTVRFY
001088         ORGANIZATION IS INDEXED
001089         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS VRFY-ENTRY-ID
001091         FILE STATUS IS BOT-VRFY-FILE-STATUS.
001092
001093 DATA DIVISION.
001094 FILE SECTION.
001100 FD  INPTLHST-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130     COPY INPTLOG REPLACING LEADING ==LOG-== BY ==HST-==,
001140         ==INPTLOG-RECORD== BY ==HST-RECORD==.
001150
001160 FD  INPTLARC-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY INPTLARC.
001200
001210 FD  INPTLOG-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240     COPY INPTLOG.
001250
001260 FD  INPTMST-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY INPTMST.
001290
001300 FD  INPTHOLD-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY INPTHOLD.
001330
001340 FD  INPTPEND-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370     COPY INPTPEND.
001380
001390 FD  INPTPENO-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420     COPY INPTPEND REPLACING LEADING ==PEND-== BY ==PENO-==.
001430
001440 FD  INPTIF-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470     COPY INPTREC REPLACING LEADING ==INPT-== BY ==INPTIF-==.
001480
001490 FD  INPTIFWK-FILE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE STANDARD.
001520     COPY INPTREC REPLACING LEADING ==INPT-== BY ==IFWK-==.
001530
001540*----------------------------------------------------------------
001550*     BACKOUT WORK FILE, ONE RECORD PER ENTRY ID THE RUN ADDED
001560*     OR CORRECTED, BUILT FROM SCRATCH EVERY RUN THE WAY
001570*     INPTMBLD BUILDS INPTMSTB.  IT CARRIES WHAT THE RUN LEFT ON
001580*     THE MASTER, THE PRIOR IMAGE REPLAYED FROM HISTORY, AND
001590*     WHETHER THE ENTRY CAN STILL BE REVERSED.
001600*----------------------------------------------------------------
001610 FD  INPTBOWK-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  BOW-RECORD.
001640     05  BOW-ENTRY-ID               PIC 9(06).
001650     05  BOW-STATE                  PIC X(01).
001660         88  BOW-STATE-OPEN         VALUE "O".
001670         88  BOW-STATE-REFUSED      VALUE "X".
001680     05  BOW-REFUSAL-TEXT           PIC X(40).
001690     05  BOW-RUN-TYPE               PIC X(01).
001700         88  BOW-RUN-ADD            VALUE "A".
001710         88  BOW-RUN-CORRECT        VALUE "C".
001720     05  BOW-RUN-DESCRIPTION        PIC X(85).
001730     05  BOW-RUN-CATEGORY-CODE      PIC X(04).
001740     05  BOW-PRIOR-SWITCH           PIC X(01).
001750         88  BOW-PRIOR-ON-FILE      VALUE "Y".
001760         88  BOW-PRIOR-NONE         VALUE "N".
001770     05  BOW-PRIOR-IMAGE.
001780         10  BOW-PRI-STATUS             PIC X(01).
001790             88  BOW-PRI-STATUS-ACTIVE  VALUE "A".
001800         10  BOW-PRI-DESCRIPTION        PIC X(85).
001810         10  BOW-PRI-ADD-DATE           PIC 9(08).
001820         10  BOW-PRI-ADD-OPERATOR-ID    PIC X(08).
001830         10  BOW-PRI-LAST-UPDATE-DATE   PIC 9(08).
001840         10  BOW-PRI-LAST-UPDATE-TIME   PIC 9(08).
001850         10  BOW-PRI-LAST-OPERATOR-ID   PIC X(08).
001860         10  BOW-PRI-LAST-ACTION        PIC X(01).
001870         10  BOW-PRI-CATEGORY-CODE      PIC X(04).
001880
001890 FD  INPTBLST-FILE
001900     RECORDING MODE IS F
001910     LABEL RECORDS ARE STANDARD.
001920 01  INPTBLST-LINE              PIC X(80).
001930
001940 FD  INPTOPER-FILE
001950     LABEL RECORDS ARE STANDARD.
001960     COPY INPTOPER.
001970
001980 FD  INPTSECL-FILE
001990     RECORDING MODE IS F
002000     LABEL RECORDS ARE STANDARD.
002010     COPY INPTSECL.
002020
002022 FD  INPTJRNL-FILE
002024     LABEL RECORDS ARE STANDARD.
002026     COPY INPTJRNL.
002027
002028 FD  INPTRCTL-FILE
002029     RECORDING MODE IS F
002030     LABEL RECORDS ARE STANDARD.
002031     COPY INPTRCTL.
002032
002033 FD  INPTNOTE-FILE
002034     LABEL RECORDS ARE STANDARD.
002035     COPY INPTNOTE.
002036
002037 FD  INPTVRFY-FILE
002038     LABEL RECORDS ARE STANDARD.
002039     COPY INPTVRFY.
002040
002041 WORKING-STORAGE SECTION.
002042*----------------------------------------------------------------
002050*     INPTIF RUN-HEADER AND TRAILER ENVELOPE RECORDS, HANDLED
002060*     THE SAME WAY INPTAPPR AND INPTPREL HANDLE THEM.
002070*----------------------------------------------------------------
002080 COPY INPTIFHT.
002090
002100*----------------------------------------------------------------
002110*     COMMON REPLAY WORK AREA.  EACH HISTORY RECORD - ARCHIVE
002120*     OR DAILY LOG - LANDS HERE BEFORE IT IS APPLIED TO A PRIOR
002130*     IMAGE, THE SAME IDIOM INPTMBLD USES.
002140*----------------------------------------------------------------
002150 COPY INPTLOG REPLACING LEADING ==LOG-== BY ==APL-==,
002160     ==INPTLOG-RECORD== BY ==BOT-APPLY-RECORD==.
002170
002180*----------------------------------------------------------------
002190*     RUN STAMPS.  THE DATE AND TIME ARE ALL DIGITS, SO EACH
002200*     GROUP COMPARES IN TIME ORDER AS IT STANDS.
002210*----------------------------------------------------------------
002220 01  BOT-TARGET-STAMP.
002230     05  BOT-TARGET-DATE            PIC 9(08).
002240     05  BOT-TARGET-TIME            PIC 9(08).
002250 01  BOT-RECORD-STAMP.
002260     05  BOT-RECORD-DATE            PIC 9(08).
002270     05  BOT-RECORD-TIME            PIC 9(08).
002280
002290 77  BOT-HST-FILE-STATUS        PIC X(02) VALUE SPACES.
002300 77  BOT-ARC-FILE-STATUS        PIC X(02) VALUE SPACES.
002310 77  BOT-MST-FILE-STATUS        PIC X(02) VALUE SPACES.
002320 77  BOT-HOLD-FILE-STATUS       PIC X(02) VALUE SPACES.
002330 77  BOT-PEND-FILE-STATUS       PIC X(02) VALUE SPACES.
002340 77  BOT-IF-FILE-STATUS         PIC X(02) VALUE SPACES.
002350 77  BOT-BOW-FILE-STATUS        PIC X(02) VALUE SPACES.
002360 77  BOT-OPER-FILE-STATUS       PIC X(02) VALUE SPACES.
002370 77  BOT-SECL-FILE-STATUS       PIC X(02) VALUE SPACES.
002375 77  BOT-JRN-FILE-STATUS        PIC X(02) VALUE SPACES.
002377 77  BOT-RCT-FILE-STATUS        PIC X(02) VALUE SPACES.
002378 77  BOT-NOTE-FILE-STATUS       PIC X(02) VALUE SPACES.
002379 77  BOT-VRFY-FILE-STATUS       PIC X(02) VALUE SPACES.
002380
002390 77  BOT-RUN-DATE               PIC 9(08).
002400 77  BOT-RUN-TIME               PIC 9(08).
002410 77  BOT-OPERATOR-ID            PIC X(08) VALUE "INPTBOUT".
002420 77  BOT-REVERSE-TYPE           PIC X(01).
002430 77  BOT-REVERSE-ENTRY-DATE     PIC 9(08).
002433 77  BOT-JRN-SEQUENCE           PIC 9(04) COMP VALUE 0.
002436 77  BOT-JRN-BEFORE-IMAGE       PIC X(137) VALUE SPACES.
002440
002450 77  BOT-RUN-STOP-SWITCH        PIC X(01) VALUE "N".
002460     88  BOT-RUN-STOPPED        VALUE "Y".
002470 77  BOT-REFUSAL-REASON         PIC X(02) VALUE SPACES.
002480
002490 77  BOT-HST-EOF-SWITCH         PIC X(01) VALUE "N".
002500     88  BOT-HST-EOF-YES        VALUE "Y".
002510 77  BOT-ARC-EOF-SWITCH         PIC X(01) VALUE "N".
002520     88  BOT-ARC-EOF-YES        VALUE "Y".
002530 77  BOT-BOW-EOF-SWITCH         PIC X(01) VALUE "N".
002540     88  BOT-BOW-EOF-YES        VALUE "Y".
002550 77  BOT-HOLD-EOF-SWITCH        PIC X(01) VALUE "N".
002560     88  BOT-HOLD-EOF-YES       VALUE "Y".
002570 77  BOT-PEND-EOF-SWITCH        PIC X(01) VALUE "N".
002580     88  BOT-PEND-EOF-YES       VALUE "Y".
002590 77  BOT-MST-OPEN-SWITCH        PIC X(01) VALUE "N".
002600     88  BOT-MST-OPEN           VALUE "Y".
002610 77  BOT-HOLD-OPEN-SWITCH       PIC X(01) VALUE "N".
002620     88  BOT-HOLD-OPEN          VALUE "Y".
002622 77  BOT-NOTE-OPEN-SWITCH       PIC X(01) VALUE "N".
002624     88  BOT-NOTE-OPEN          VALUE "Y".
002626 77  BOT-NOTE-EOF-SWITCH        PIC X(01) VALUE "N".
002628     88  BOT-NOTE-EOF-YES       VALUE "Y".
002629 77  BOT-VRFY-OPEN-SWITCH       PIC X(01) VALUE "N".
002630     88  BOT-VRFY-OPEN          VALUE "Y".
002631 77  BOT-VRFY-EOF-SWITCH        PIC X(01) VALUE "N".
002632     88  BOT-VRFY-EOF-YES       VALUE "Y".
002633
002640 77  BOT-IF-EOF-SWITCH          PIC X(01) VALUE "N".
002650     88  BOT-IF-EOF-YES         VALUE "Y".
002660 77  BOT-IF-HEADER-FOUND-SW     PIC X(01) VALUE "N".
002670     88  BOT-IF-HEADER-FOUND    VALUE "Y".
002680 77  BOT-IF-TRAILER-FOUND-SW    PIC X(01) VALUE "N".
002690     88  BOT-IF-TRAILER-FOUND   VALUE "Y".
002700 77  BOT-IF-DETAIL-COUNT        PIC 9(06) VALUE 0.
002710 77  BOT-IF-HASH-TOTAL          PIC 9(12) VALUE 0.
002720 77  BOT-IF-TRL-DETAIL-COUNT    PIC 9(06) VALUE 0.
002730 77  BOT-IF-TRL-HASH-TOTAL      PIC 9(12) VALUE 0.
002733 77  BOT-IF-RUN-COUNT           PIC 9(06) COMP VALUE 0.
002736 77  BOT-IF-RUN-HASH            PIC 9(12) VALUE 0.
002740
002750 77  BOT-RUN-RECORDS-FOUND      PIC 9(06) COMP VALUE 0.
002760 77  BOT-RUN-REJECTS-FOUND      PIC 9(06) COMP VALUE 0.
002770 77  BOT-NOT-REVERSIBLE         PIC 9(06) COMP VALUE 0.
002780 77  BOT-ENTRIES-FOUND          PIC 9(06) COMP VALUE 0.
002790 77  BOT-ADDS-REVERSED          PIC 9(06) COMP VALUE 0.
002800 77  BOT-CORRECTS-REVERSED      PIC 9(06) COMP VALUE 0.
002810 77  BOT-ENTRIES-REFUSED        PIC 9(06) COMP VALUE 0.
002820 77  BOT-HOLDS-WITHDRAWN        PIC 9(06) COMP VALUE 0.
002830 77  BOT-HOLDS-REFUSED          PIC 9(06) COMP VALUE 0.
002840 77  BOT-PARKED-WITHDRAWN       PIC 9(06) COMP VALUE 0.
002850 77  BOT-PARKED-CARRIED         PIC 9(06) COMP VALUE 0.
002855 77  BOT-NOTES-WITHDRAWN        PIC 9(06) COMP VALUE 0.
002857 77  BOT-VERIFY-WITHDRAWN       PIC 9(06) COMP VALUE 0.
002860 77  BOT-RETURN-CODE            PIC 9(02) COMP VALUE 0.
002870
002880 77  BOT-EDIT-COUNT             PIC ZZZ,ZZ9.
002890
002900 LINKAGE SECTION.
002910 01  BOT-PARM.
002920     05  BOT-PARM-LENGTH            PIC S9(04) COMP.
002930     05  BOT-PARM-RUN-DATE          PIC 9(08).
002940     05  BOT-PARM-RUN-TIME          PIC 9(08).
002950     05  BOT-PARM-OPERATOR-ID       PIC X(08).
002960     05  FILLER                     PIC X(06).
002970
002980 PROCEDURE DIVISION USING BOT-PARM.
002990*----------------------------------------------------------------
003000* 0000-MAINLINE
003010*----------------------------------------------------------------
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040     IF BOT-RUN-STOPPED
003050         MOVE BOT-RETURN-CODE TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     PERFORM 2000-COLLECT-RUN-RECORD THRU 2000-EXIT
003090         UNTIL BOT-HST-EOF-YES.
003100     PERFORM 3000-REPLAY-HISTORY THRU 3000-EXIT.
003110     PERFORM 4000-REVERSE-MASTER-UPDATES THRU 4000-EXIT.
003120     PERFORM 5000-WITHDRAW-HOLDS THRU 5000-EXIT.
003125     PERFORM 5500-WITHDRAW-NOTES THRU 5500-EXIT.
003127     PERFORM 5700-WITHDRAW-VERIFY THRU 5700-EXIT.
003130     PERFORM 6000-WITHDRAW-PARKED THRU 6000-EXIT.
003140     PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT.
003145     PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT.
003150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003160     MOVE BOT-RETURN-CODE TO RETURN-CODE.
003170     STOP RUN.
003180
003190*----------------------------------------------------------------
003200* 1000-INITIALIZE
003210*     THE RUN TO BACK OUT IS TAKEN FROM THE PARM ONLY WHEN THE
003220*     PARM IS LONG ENOUGH TO CARRY BOTH STAMPS AND BOTH ARE
003230*     NUMERIC - A MISSING OR MALFORMED PARM MUST NEVER BE
003240*     GUESSED AT.  THE SUBMITTING JOB ID (DEFAULT "INPTBOUT")
003250*     IS THEN AUTHORIZED AGAINST INPTOPER BEFORE ANY FILE IS
003260*     TOUCHED.  THE WORK FILE IS CREATED FROM SCRATCH AND
003270*     INPTIF IS STAGED THROUGH INPTIFWK TO GET INSIDE THE
003280*     HEADER/TRAILER ENVELOPE.
003290*----------------------------------------------------------------
003300 1000-INITIALIZE.
003310     ACCEPT BOT-RUN-DATE FROM DATE YYYYMMDD.
003320     ACCEPT BOT-RUN-TIME FROM TIME.
003330     IF BOT-PARM-LENGTH NOT < 16
003340             AND BOT-PARM-RUN-DATE NUMERIC
003350             AND BOT-PARM-RUN-TIME NUMERIC
003360             AND BOT-PARM-RUN-DATE > 0
003370         MOVE BOT-PARM-RUN-DATE TO BOT-TARGET-DATE
003380         MOVE BOT-PARM-RUN-TIME TO BOT-TARGET-TIME
003390     ELSE
003400         DISPLAY "*** RUN DATE AND TIME TO BACK OUT NOT IN "
003410             "PARM - NOTHING BACKED OUT ***"
003420         MOVE 12 TO BOT-RETURN-CODE
003430         SET BOT-RUN-STOPPED TO TRUE
003440         GO TO 1000-EXIT
003450     END-IF.
003460     IF BOT-PARM-LENGTH NOT < 24
003470             AND BOT-PARM-OPERATOR-ID NOT = SPACES
003480         MOVE BOT-PARM-OPERATOR-ID TO BOT-OPERATOR-ID
003490     END-IF.
003500     PERFORM 1400-AUTHORIZE-OPERATOR THRU 1400-EXIT.
003510     IF BOT-RUN-STOPPED
003520         GO TO 1000-EXIT
003530     END-IF.
003540     OPEN I-O INPTMST-FILE.
003550     IF BOT-MST-FILE-STATUS = "35"
003560         DISPLAY "*** NO INPTMST MASTER FILE - NO MASTER "
003570             "UPDATES CAN BE REVERSED ***"
003580     ELSE
003590         SET BOT-MST-OPEN TO TRUE
003600     END-IF.
003610     OPEN I-O INPTHOLD-FILE.
003620     IF BOT-HOLD-FILE-STATUS NOT = "35"
003630         SET BOT-HOLD-OPEN TO TRUE
003640     END-IF.
003641     OPEN I-O INPTNOTE-FILE.
003642     IF BOT-NOTE-FILE-STATUS NOT = "35"
003643         SET BOT-NOTE-OPEN TO TRUE
003644     END-IF.
003645     OPEN I-O INPTVRFY-FILE.
003646     IF BOT-VRFY-FILE-STATUS NOT = "35"
003647         SET BOT-VRFY-OPEN TO TRUE
003648     END-IF.
003649     OPEN I-O INPTJRNL-FILE.
003650     IF BOT-JRN-FILE-STATUS = "35"
003651         OPEN OUTPUT INPTJRNL-FILE
003652         CLOSE INPTJRNL-FILE
003653         OPEN I-O INPTJRNL-FILE
003654     END-IF.
003655     OPEN INPUT INPTPEND-FILE.
003660     IF BOT-PEND-FILE-STATUS = "35"
003670         SET BOT-PEND-EOF-YES TO TRUE
003680     END-IF.
003690     OPEN OUTPUT INPTPENO-FILE.
003700     OPEN OUTPUT INPTBOWK-FILE.
003710     CLOSE INPTBOWK-FILE.
003720     OPEN I-O INPTBOWK-FILE.
003730     OPEN INPUT INPTLHST-FILE.
003740     IF BOT-HST-FILE-STATUS = "35"
003750         SET BOT-HST-EOF-YES TO TRUE
003760     END-IF.
003770     OPEN EXTEND INPTLOG-FILE.
003780     PERFORM 1100-STAGE-INTERFACE-FILE THRU 1100-EXIT.
003790     OPEN OUTPUT INPTBLST-FILE.
003800     MOVE SPACES TO INPTBLST-LINE.
003810     STRING "INPTBOUT - BACKOUT OF RUN " DELIMITED BY SIZE
003820         BOT-TARGET-DATE DELIMITED BY SIZE
003830         " " DELIMITED BY SIZE
003840         BOT-TARGET-TIME DELIMITED BY SIZE
003850         " BY " DELIMITED BY SIZE
003860         BOT-OPERATOR-ID DELIMITED BY SIZE
003870         INTO INPTBLST-LINE.
003880     WRITE INPTBLST-LINE.
003890     MOVE SPACES TO INPTBLST-LINE.
003900     WRITE INPTBLST-LINE.
003910 1000-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------
003950* 1100-STAGE-INTERFACE-FILE
003960*     COPY THE INPTIF HEADER AND DETAILS OFF TO INPTIFWK
003970*     (DROPPING THE OLD TRAILER AND REBALANCING ITS COUNT AND
003980*     HASH), COPY THEM BACK, AND LEAVE INPTIF OPEN SO THIS RUN'S
003990*     REVERSING DETAILS LAND INSIDE THE ENVELOPE.  8000 WRITES
004000*     THE FRESH TRAILER AT END OF RUN.  SAME HANDLING AS
004010*     INPTAPPR AND INPTPREL.
004020*----------------------------------------------------------------
004030 1100-STAGE-INTERFACE-FILE.
004040     OPEN INPUT INPTIF-FILE.
004050     IF BOT-IF-FILE-STATUS = "35"
004060         OPEN OUTPUT INPTIF-FILE
004070         PERFORM 1140-WRITE-NEW-HEADER THRU 1140-EXIT
004080         GO TO 1100-EXIT
004090     END-IF.
004100     OPEN OUTPUT INPTIFWK-FILE.
004110     MOVE "N" TO BOT-IF-EOF-SWITCH.
004120     PERFORM 1110-STRIP-ONE-IF-RECORD THRU 1110-EXIT
004130         UNTIL BOT-IF-EOF-YES.
004140     CLOSE INPTIF-FILE.
004150     CLOSE INPTIFWK-FILE.
004160     IF BOT-IF-TRAILER-FOUND
004170         IF BOT-IF-TRL-DETAIL-COUNT NOT = BOT-IF-DETAIL-COUNT
004180                 OR BOT-IF-TRL-HASH-TOTAL NOT = BOT-IF-HASH-TOTAL
004190             DISPLAY "*** INPTIF TRAILER DID NOT BALANCE ON "
004200                 "STAGING - COUNT " BOT-IF-TRL-DETAIL-COUNT
004210                 " HASH " BOT-IF-TRL-HASH-TOTAL " ***"
004220         END-IF
004230     END-IF.
004240     OPEN INPUT INPTIFWK-FILE.
004250     OPEN OUTPUT INPTIF-FILE.
004260     IF NOT BOT-IF-HEADER-FOUND
004270         DISPLAY "*** NO HEADER ON INPTIF - NEW HEADER "
004280             "SYNTHESIZED ***"
004290         PERFORM 1140-WRITE-NEW-HEADER THRU 1140-EXIT
004300     END-IF.
004310     MOVE "N" TO BOT-IF-EOF-SWITCH.
004320     PERFORM 1120-COPY-BACK-ONE-RECORD THRU 1120-EXIT
004330         UNTIL BOT-IF-EOF-YES.
004340     CLOSE INPTIFWK-FILE.
004350 1100-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------
004390* 1110-STRIP-ONE-IF-RECORD
004400*----------------------------------------------------------------
004410 1110-STRIP-ONE-IF-RECORD.
004420     READ INPTIF-FILE
004430         AT END
004440             SET BOT-IF-EOF-YES TO TRUE
004450         NOT AT END
004460             EVALUATE INPTIF-RECORD-TYPE
004470                 WHEN "H"
004480                     SET BOT-IF-HEADER-FOUND TO TRUE
004490                     WRITE IFWK-RECORD FROM INPTIF-RECORD
004500                 WHEN "T"
004510                     SET BOT-IF-TRAILER-FOUND TO TRUE
004520                     MOVE INPTIF-RECORD TO IFT-TRAILER-RECORD
004530                     MOVE IFT-DETAIL-COUNT
004540                         TO BOT-IF-TRL-DETAIL-COUNT
004550                     MOVE IFT-HASH-TOTAL
004560                         TO BOT-IF-TRL-HASH-TOTAL
004570                 WHEN OTHER
004580                     ADD 1 TO BOT-IF-DETAIL-COUNT
004590                     ADD INPTIF-ENTRY-ID TO BOT-IF-HASH-TOTAL
004600                     WRITE IFWK-RECORD FROM INPTIF-RECORD
004610             END-EVALUATE
004620     END-READ.
004630 1110-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------------
004670* 1120-COPY-BACK-ONE-RECORD
004680*----------------------------------------------------------------
004690 1120-COPY-BACK-ONE-RECORD.
004700     READ INPTIFWK-FILE
004710         AT END
004720             SET BOT-IF-EOF-YES TO TRUE
004730         NOT AT END
004740             WRITE INPTIF-RECORD FROM IFWK-RECORD
004750     END-READ.
004760 1120-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------
004800* 1140-WRITE-NEW-HEADER
004810*----------------------------------------------------------------
004820 1140-WRITE-NEW-HEADER.
004830     MOVE SPACES TO IFH-HEADER-RECORD.
004840     SET IFH-TYPE-HEADER TO TRUE.
004850     MOVE BOT-RUN-DATE TO IFH-RUN-DATE.
004860     MOVE BOT-RUN-TIME TO IFH-RUN-TIME.
004870     MOVE BOT-OPERATOR-ID TO IFH-OPERATOR-ID.
004880     WRITE INPTIF-RECORD FROM IFH-HEADER-RECORD.
004890 1140-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------
004930* 1400-AUTHORIZE-OPERATOR
004940*     A BACKOUT UNDOES OTHER OPERATORS' WORK WHOLESALE, SO THE
004950*     SUBMITTING ID MUST BE ON INPTOPER, ACTIVE, AND HOLD THE
004960*     APPROVER ROLE.  A REFUSED ID (OR NO TABLE AT ALL) IS
004970*     WRITTEN TO THE INPTSECL SECURITY AUDIT TRAIL AND ENDS THE
004980*     RUN WITH RETURN CODE 16 BEFORE ANY FILE IS OPENED.
004990*----------------------------------------------------------------
005000 1400-AUTHORIZE-OPERATOR.
005010     MOVE SPACES TO BOT-REFUSAL-REASON.
005020     OPEN INPUT INPTOPER-FILE.
005030     IF BOT-OPER-FILE-STATUS = "35"
005040         MOVE "NT" TO BOT-REFUSAL-REASON
005050     ELSE
005060         MOVE BOT-OPERATOR-ID TO OPER-ID
005070         READ INPTOPER-FILE
005080             INVALID KEY
005090                 MOVE "UN" TO BOT-REFUSAL-REASON
005100             NOT INVALID KEY
005110                 EVALUATE TRUE
005120                     WHEN NOT OPER-STATUS-ACTIVE
005130                         MOVE "RV" TO BOT-REFUSAL-REASON
005140                     WHEN NOT OPER-IS-APPROVER
005150                         MOVE "RL" TO BOT-REFUSAL-REASON
005160                 END-EVALUATE
005170         END-READ
005180         CLOSE INPTOPER-FILE
005190     END-IF.
005200     IF BOT-REFUSAL-REASON NOT = SPACES
005210         SET BOT-RUN-STOPPED TO TRUE
005220         MOVE 16 TO BOT-RETURN-CODE
005230         PERFORM 1410-LOG-REFUSED-SIGN-ON THRU 1410-EXIT
005240     END-IF.
005250 1400-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------------
005290* 1410-LOG-REFUSED-SIGN-ON
005300*     NAME THE REFUSED ID ON SYSOUT AND APPEND IT TO THE
005310*     INPTSECL SECURITY AUDIT TRAIL, CREATING THE TRAIL ON
005320*     FIRST USE.
005330*----------------------------------------------------------------
005340 1410-LOG-REFUSED-SIGN-ON.
005350     DISPLAY "*** SIGN-ON REFUSED FOR " BOT-OPERATOR-ID
005360         " - REASON " BOT-REFUSAL-REASON " - RUN ENDED ***".
005370     OPEN EXTEND INPTSECL-FILE.
005380     IF BOT-SECL-FILE-STATUS = "35"
005390         OPEN OUTPUT INPTSECL-FILE
005400     END-IF.
005410     MOVE SPACES TO SECL-RECORD.
005420     ACCEPT SECL-EVENT-DATE FROM DATE YYYYMMDD.
005430     ACCEPT SECL-EVENT-TIME FROM TIME.
005440     MOVE "INPTBOUT" TO SECL-PROGRAM-ID.
005450     MOVE BOT-OPERATOR-ID TO SECL-OPERATOR-ID.
005460     SET SECL-ROLE-APPROVER TO TRUE.
005470     MOVE BOT-REFUSAL-REASON TO SECL-REASON-CODE.
005480     SET SECL-MODE-BATCH TO TRUE.
005490     MOVE 0 TO SECL-ENTRY-ID.
005500     WRITE SECL-RECORD.
005510     CLOSE INPTSECL-FILE.
005520 1410-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560* 2000-COLLECT-RUN-RECORD
005570*     FIRST PASS OVER THE DAILY LOG GENERATIONS (INPTLHST,
005580*     CONCATENATED OLDEST-FIRST AS FOR INPTMBLD).  EVERY RECORD
005590*     STAMPED WITH THE TARGET RUN IS SORTED OUT HERE: AN
005600*     ACCEPTED ADD OR CORRECT IS REGISTERED ON THE WORK FILE, A
005610*     REJECT NEVER TOUCHED THE MASTER AND IS ONLY COUNTED, AND
005620*     ANYTHING ELSE (A RELEASED DELETE OR REINSTATE, OR AN
005630*     EARLIER BACKOUT) IS NOT AN INPUTPRINT ENTRY THIS JOB CAN
005640*     REVERSE AND IS LISTED AS SUCH.  AN ACCEPTED NOTE IS TAKEN
005645*     BACK BY 5500 FROM INPTNOTE ITSELF.  A RUN ALREADY ROLLED OFF
005650*     TO INPTLARC IS TOO OLD TO BACK OUT.
005660*----------------------------------------------------------------
005670 2000-COLLECT-RUN-RECORD.
005680     READ INPTLHST-FILE
005690         AT END
005700             SET BOT-HST-EOF-YES TO TRUE
005710             GO TO 2000-EXIT
005720     END-READ.
005730     IF HST-RUN-DATE NOT = BOT-TARGET-DATE
005740             OR HST-RUN-TIME NOT = BOT-TARGET-TIME
005750         GO TO 2000-EXIT
005760     END-IF.
005770     ADD 1 TO BOT-RUN-RECORDS-FOUND.
005780     EVALUATE TRUE
005790         WHEN HST-STATUS-REJECTED
005800             ADD 1 TO BOT-RUN-REJECTS-FOUND
005810         WHEN HST-STATUS-ACCEPTED AND HST-TYPE-ADD
005820             PERFORM 2100-REGISTER-RUN-ENTRY THRU 2100-EXIT
005830         WHEN HST-STATUS-ACCEPTED AND HST-TYPE-CORRECT
005840             PERFORM 2100-REGISTER-RUN-ENTRY THRU 2100-EXIT
005843         WHEN HST-STATUS-ACCEPTED AND HST-TYPE-NOTE
005846             CONTINUE
005850         WHEN OTHER
005860             ADD 1 TO BOT-NOT-REVERSIBLE
005870             MOVE SPACES TO INPTBLST-LINE
005880             STRING "NOT REVERSIBLE   " DELIMITED BY SIZE
005890                 HST-ENTRY-ID DELIMITED BY SIZE
005900                 "  TYPE " DELIMITED BY SIZE
005910                 HST-RECORD-TYPE DELIMITED BY SIZE
005920                 " STATUS " DELIMITED BY SIZE
005930                 HST-STATUS DELIMITED BY SIZE
005940                 " - NOT AN INPUTPRINT ENTRY" DELIMITED BY SIZE
005950                 INTO INPTBLST-LINE
005960             WRITE INPTBLST-LINE
005970     END-EVALUATE.
005980 2000-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020* 2100-REGISTER-RUN-ENTRY
006030*     ONE WORK RECORD PER ENTRY ID.  THE FIRST RECORD THE RUN
006040*     LOGGED FOR AN ID FIXES WHAT KIND OF CHANGE IT WAS (AN ADD
006050*     FOLLOWED BY A CORRECT IN THE SAME RUN IS STILL AN ADD);
006060*     THE LAST ONE FIXES WHAT THE RUN LEFT ON THE MASTER.
006070*----------------------------------------------------------------
006080 2100-REGISTER-RUN-ENTRY.
006090     MOVE HST-ENTRY-ID TO BOW-ENTRY-ID.
006100     READ INPTBOWK-FILE
006110         INVALID KEY
006120             MOVE SPACES TO BOW-RECORD
006130             MOVE HST-ENTRY-ID TO BOW-ENTRY-ID
006140             SET BOW-STATE-OPEN TO TRUE
006150             MOVE HST-RECORD-TYPE TO BOW-RUN-TYPE
006160             MOVE HST-DESCRIPTION TO BOW-RUN-DESCRIPTION
006170             MOVE HST-CATEGORY-CODE TO BOW-RUN-CATEGORY-CODE
006180             SET BOW-PRIOR-NONE TO TRUE
006190             MOVE 0 TO BOW-PRI-ADD-DATE
006200             MOVE 0 TO BOW-PRI-LAST-UPDATE-DATE
006210             MOVE 0 TO BOW-PRI-LAST-UPDATE-TIME
006220             WRITE BOW-RECORD
006230             ADD 1 TO BOT-ENTRIES-FOUND
006240         NOT INVALID KEY
006250             MOVE HST-DESCRIPTION TO BOW-RUN-DESCRIPTION
006260             MOVE HST-CATEGORY-CODE TO BOW-RUN-CATEGORY-CODE
006270             REWRITE BOW-RECORD
006280     END-READ.
006290 2100-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------
006330* 3000-REPLAY-HISTORY
006340*     SECOND PASS - THE INPTLARC ARCHIVE, THEN THE DAILY LOG
006350*     GENERATIONS AGAIN, OLDEST-FIRST OVERALL AS IN INPTMBLD.
006360*     SKIPPED ENTIRELY WHEN THE RUN TOUCHED NO MASTER RECORD.
006370*----------------------------------------------------------------
006380 3000-REPLAY-HISTORY.
006390     IF BOT-HST-FILE-STATUS NOT = "35"
006400         CLOSE INPTLHST-FILE
006410     END-IF.
006420     IF BOT-ENTRIES-FOUND = 0
006430         GO TO 3000-EXIT
006440     END-IF.
006450     OPEN INPUT INPTLARC-FILE.
006460     IF BOT-ARC-FILE-STATUS = "35"
006470         SET BOT-ARC-EOF-YES TO TRUE
006480     END-IF.
006490     PERFORM 3100-REPLAY-ARCHIVE-RECORD THRU 3100-EXIT
006500         UNTIL BOT-ARC-EOF-YES.
006510     IF BOT-ARC-FILE-STATUS NOT = "35"
006520         CLOSE INPTLARC-FILE
006530     END-IF.
006540     MOVE "N" TO BOT-HST-EOF-SWITCH.
006550     OPEN INPUT INPTLHST-FILE.
006560     PERFORM 3200-REPLAY-LOG-RECORD THRU 3200-EXIT
006570         UNTIL BOT-HST-EOF-YES.
006580     CLOSE INPTLHST-FILE.
006590 3000-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------------
006630* 3100-REPLAY-ARCHIVE-RECORD
006640*----------------------------------------------------------------
006650 3100-REPLAY-ARCHIVE-RECORD.
006660     READ INPTLARC-FILE
006670         AT END
006680             SET BOT-ARC-EOF-YES TO TRUE
006690         NOT AT END
006700             MOVE ARC-LOG-RUN-DATE TO APL-RUN-DATE
006710             MOVE ARC-LOG-RUN-TIME TO APL-RUN-TIME
006720             MOVE ARC-LOG-STATUS TO APL-STATUS
006730             MOVE ARC-LOG-DUPLICATE-FLAG TO APL-DUPLICATE-FLAG
006740             MOVE ARC-RECORD-TYPE TO APL-RECORD-TYPE
006750             MOVE ARC-ENTRY-ID TO APL-ENTRY-ID
006760             MOVE ARC-ENTRY-DATE TO APL-ENTRY-DATE
006770             MOVE ARC-DESCRIPTION TO APL-DESCRIPTION
006780             MOVE ARC-OPERATOR-ID TO APL-OPERATOR-ID
006790             MOVE ARC-CATEGORY-CODE TO APL-CATEGORY-CODE
006800             PERFORM 3500-APPLY-HISTORY-RECORD THRU 3500-EXIT
006810     END-READ.
006820 3100-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------
006860* 3200-REPLAY-LOG-RECORD
006870*----------------------------------------------------------------
006880 3200-REPLAY-LOG-RECORD.
006890     READ INPTLHST-FILE INTO BOT-APPLY-RECORD
006900         AT END
006910             SET BOT-HST-EOF-YES TO TRUE
006920         NOT AT END
006930             PERFORM 3500-APPLY-HISTORY-RECORD THRU 3500-EXIT
006940     END-READ.
006950 3200-EXIT.
006960     EXIT.
006970
006980*----------------------------------------------------------------
006990* 3500-APPLY-HISTORY-RECORD
007000*     ONLY RECORDS THAT TOUCHED THE MASTER (ACCEPTED OR BACKOUT)
007010*     FOR AN ENTRY THE RUN CHANGED MATTER.  ONE DATED BEFORE
007020*     THE RUN IS APPLIED TO THE PRIOR IMAGE EXACTLY AS INPTMBLD
007030*     WOULD APPLY IT; THE RUN'S OWN RECORDS ARE PASSED OVER;
007040*     ONE DATED AFTER THE RUN MEANS A LATER RUN HAS CHANGED THE
007050*     ENTRY SINCE, AND THE ENTRY IS REFUSED.  A NOTE NEVER
007055*     CHANGED THE MASTER AND COUNTS FOR NEITHER.
007060*----------------------------------------------------------------
007070 3500-APPLY-HISTORY-RECORD.
007080     IF NOT APL-STATUS-ACCEPTED AND NOT APL-STATUS-BACKOUT
007090         GO TO 3500-EXIT
007100     END-IF.
007102     IF APL-TYPE-NOTE
007104         GO TO 3500-EXIT
007106     END-IF.
007110     MOVE APL-ENTRY-ID TO BOW-ENTRY-ID.
007120     READ INPTBOWK-FILE
007130         INVALID KEY
007140             GO TO 3500-EXIT
007150     END-READ.
007160     MOVE APL-RUN-DATE TO BOT-RECORD-DATE.
007170     MOVE APL-RUN-TIME TO BOT-RECORD-TIME.
007180     IF BOT-RECORD-STAMP = BOT-TARGET-STAMP
007190         GO TO 3500-EXIT
007200     END-IF.
007210     IF BOT-RECORD-STAMP > BOT-TARGET-STAMP
007220         IF BOW-STATE-OPEN
007230             SET BOW-STATE-REFUSED TO TRUE
007240             MOVE SPACES TO BOW-REFUSAL-TEXT
007250             STRING "CHANGED SINCE BY RUN " DELIMITED BY SIZE
007260                 APL-RUN-DATE DELIMITED BY SIZE
007270                 " " DELIMITED BY SIZE
007280                 APL-RUN-TIME DELIMITED BY SIZE
007290                 INTO BOW-REFUSAL-TEXT
007300             REWRITE BOW-RECORD
007310         END-IF
007320         GO TO 3500-EXIT
007330     END-IF.
007340     EVALUATE TRUE
007350         WHEN APL-TYPE-ADD
007360             SET BOW-PRIOR-ON-FILE TO TRUE
007370             MOVE "A" TO BOW-PRI-STATUS
007380             MOVE APL-DESCRIPTION TO BOW-PRI-DESCRIPTION
007390             MOVE APL-ENTRY-DATE TO BOW-PRI-ADD-DATE
007400             MOVE APL-OPERATOR-ID TO BOW-PRI-ADD-OPERATOR-ID
007410             MOVE APL-ENTRY-DATE TO BOW-PRI-LAST-UPDATE-DATE
007420             MOVE APL-RUN-TIME TO BOW-PRI-LAST-UPDATE-TIME
007430             MOVE APL-OPERATOR-ID TO BOW-PRI-LAST-OPERATOR-ID
007440             MOVE "A" TO BOW-PRI-LAST-ACTION
007450             MOVE APL-CATEGORY-CODE TO BOW-PRI-CATEGORY-CODE
007460         WHEN APL-TYPE-CORRECT
007470             MOVE APL-DESCRIPTION TO BOW-PRI-DESCRIPTION
007480             MOVE APL-ENTRY-DATE TO BOW-PRI-LAST-UPDATE-DATE
007490             MOVE APL-RUN-TIME TO BOW-PRI-LAST-UPDATE-TIME
007500             MOVE APL-OPERATOR-ID TO BOW-PRI-LAST-OPERATOR-ID
007510             MOVE "C" TO BOW-PRI-LAST-ACTION
007520             MOVE APL-CATEGORY-CODE TO BOW-PRI-CATEGORY-CODE
007530         WHEN APL-TYPE-DELETE
007540             MOVE "D" TO BOW-PRI-STATUS
007550             MOVE APL-RUN-DATE TO BOW-PRI-LAST-UPDATE-DATE
007560             MOVE APL-RUN-TIME TO BOW-PRI-LAST-UPDATE-TIME
007570             MOVE APL-OPERATOR-ID TO BOW-PRI-LAST-OPERATOR-ID
007580             MOVE "D" TO BOW-PRI-LAST-ACTION
007590         WHEN APL-TYPE-REINSTATE
007600             MOVE "A" TO BOW-PRI-STATUS
007610             MOVE APL-RUN-DATE TO BOW-PRI-LAST-UPDATE-DATE
007620             MOVE APL-RUN-TIME TO BOW-PRI-LAST-UPDATE-TIME
007630             MOVE APL-OPERATOR-ID TO BOW-PRI-LAST-OPERATOR-ID
007640             MOVE "R" TO BOW-PRI-LAST-ACTION
007650     END-EVALUATE.
007660     REWRITE BOW-RECORD.
007670 3500-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------------
007710* 4000-REVERSE-MASTER-UPDATES
007720*     WALK THE WORK FILE IN ENTRY-ID ORDER AND REVERSE (OR
007730*     REFUSE) EACH ENTRY THE RUN ADDED OR CORRECTED.
007740*----------------------------------------------------------------
007750 4000-REVERSE-MASTER-UPDATES.
007760     IF BOT-ENTRIES-FOUND = 0
007770         GO TO 4000-EXIT
007780     END-IF.
007790     MOVE ZEROS TO BOW-ENTRY-ID.
007800     START INPTBOWK-FILE KEY NOT LESS THAN BOW-ENTRY-ID
007810         INVALID KEY
007820             SET BOT-BOW-EOF-YES TO TRUE
007830     END-START.
007840     PERFORM 4100-REVERSE-ONE-ENTRY THRU 4100-EXIT
007850         UNTIL BOT-BOW-EOF-YES.
007860 4000-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900* 4100-REVERSE-ONE-ENTRY
007910*     AN ENTRY IS REVERSED ONLY WHEN NOTHING HAS CHANGED IT
007920*     SINCE THE RUN: NO LATER LOG RECORD (3500), AND THE LIVE
007930*     MASTER STILL SHOWS WHAT THE RUN LEFT - ACTIVE, THE RUN'S
007940*     DESCRIPTION, AND STAMPED WITH THE RUN'S TIME.  A CORRECT
007950*     ALSO NEEDS AN ACTIVE PRIOR IMAGE TO GO BACK TO, AND AN ADD
007960*     MUST NOT HAVE EARLIER HISTORY UNDER THE SAME ID.
007970*----------------------------------------------------------------
007980 4100-REVERSE-ONE-ENTRY.
007990     READ INPTBOWK-FILE NEXT RECORD
008000         AT END
008010             SET BOT-BOW-EOF-YES TO TRUE
008020             GO TO 4100-EXIT
008030     END-READ.
008040     IF BOW-STATE-REFUSED
008050         PERFORM 4900-LIST-REFUSED-ENTRY THRU 4900-EXIT
008060         GO TO 4100-EXIT
008070     END-IF.
008080     IF BOW-RUN-CORRECT
008090             AND (BOW-PRIOR-NONE OR NOT BOW-PRI-STATUS-ACTIVE)
008100         MOVE "NO ACTIVE PRIOR IMAGE IN HISTORY"
008110             TO BOW-REFUSAL-TEXT
008120         PERFORM 4900-LIST-REFUSED-ENTRY THRU 4900-EXIT
008130         GO TO 4100-EXIT
008140     END-IF.
008150     IF BOW-RUN-ADD AND BOW-PRIOR-ON-FILE
008160         MOVE "ADD OVER EARLIER HISTORY FOR THIS ID"
008170             TO BOW-REFUSAL-TEXT
008180         PERFORM 4900-LIST-REFUSED-ENTRY THRU 4900-EXIT
008190         GO TO 4100-EXIT
008200     END-IF.
008210     IF NOT BOT-MST-OPEN
008220         MOVE "NOT ON MASTER FILE" TO BOW-REFUSAL-TEXT
008230         PERFORM 4900-LIST-REFUSED-ENTRY THRU 4900-EXIT
008240         GO TO 4100-EXIT
008250     END-IF.
008260     MOVE BOW-ENTRY-ID TO MST-ENTRY-ID.
008270     READ INPTMST-FILE
008280         INVALID KEY
008290             MOVE "NOT ON MASTER FILE" TO BOW-REFUSAL-TEXT
008300             PERFORM 4900-LIST-REFUSED-ENTRY THRU 4900-EXIT
008310             GO TO 4100-EXIT
008320     END-READ.
008330     IF NOT MST-STATUS-ACTIVE
008340             OR MST-LAST-UPDATE-TIME NOT = BOT-TARGET-TIME
008350             OR MST-DESCRIPTION NOT = BOW-RUN-DESCRIPTION
008360         MOVE "MASTER CHANGED SINCE THE RUN"
008370             TO BOW-REFUSAL-TEXT
008380         PERFORM 4900-LIST-REFUSED-ENTRY THRU 4900-EXIT
008390         GO TO 4100-EXIT
008400     END-IF.
008410     IF BOW-RUN-ADD
008420         PERFORM 4200-REVERSE-ADD THRU 4200-EXIT
008430     ELSE
008440         PERFORM 4300-REVERSE-CORRECT THRU 4300-EXIT
008450     END-IF.
008460 4100-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------
008500* 4200-REVERSE-ADD
008510*     THE ENTRY DID NOT EXIST BEFORE THE RUN.  THE MASTER NEVER
008520*     LOSES A RECORD ONCE KEYED, SO IT IS LOGICALLY DELETED,
008530*     STAMPED WITH THIS BACKOUT RUN, AND LOGGED AND SENT AS A
008540*     DELETE.
008550*----------------------------------------------------------------
008560 4200-REVERSE-ADD.
008565     MOVE MST-RECORD TO BOT-JRN-BEFORE-IMAGE.
008570     SET MST-STATUS-DELETED TO TRUE.
008580     MOVE BOT-RUN-DATE TO MST-LAST-UPDATE-DATE.
008590     MOVE BOT-RUN-TIME TO MST-LAST-UPDATE-TIME.
008600     MOVE BOT-OPERATOR-ID TO MST-LAST-OPERATOR-ID.
008610     SET MST-ACTION-DELETE TO TRUE.
008620     REWRITE MST-RECORD.
008630     MOVE "D" TO BOT-REVERSE-TYPE.
008640     MOVE BOT-RUN-DATE TO BOT-REVERSE-ENTRY-DATE.
008645     PERFORM 4600-WRITE-JOURNAL-RECORD THRU 4600-EXIT.
008650     PERFORM 4500-WRITE-LOG-AND-IF THRU 4500-EXIT.
008660     ADD 1 TO BOT-ADDS-REVERSED.
008670     MOVE SPACES TO INPTBLST-LINE.
008680     STRING "REVERSED ADD     " DELIMITED BY SIZE
008690         MST-ENTRY-ID DELIMITED BY SIZE
008700         "  NOW LOGICALLY DELETED" DELIMITED BY SIZE
008710         INTO INPTBLST-LINE.
008720     WRITE INPTBLST-LINE.
008730     MOVE SPACES TO INPTBLST-LINE.
008740     STRING "    WAS: " DELIMITED BY SIZE
008750         BOW-RUN-DESCRIPTION DELIMITED BY SIZE
008760         INTO INPTBLST-LINE.
008770     WRITE INPTBLST-LINE.
008780 4200-EXIT.
008790     EXIT.
008800
008810*----------------------------------------------------------------
008820* 4300-REVERSE-CORRECT
008830*     PUT THE PRIOR IMAGE BACK ON THE MASTER, AND LOG AND SEND A
008840*     CORRECT CARRYING THE RESTORED DESCRIPTION AND CATEGORY.
008850*----------------------------------------------------------------
008860 4300-REVERSE-CORRECT.
008865     MOVE MST-RECORD TO BOT-JRN-BEFORE-IMAGE.
008870     MOVE BOW-PRI-STATUS TO MST-STATUS.
008880     MOVE BOW-PRI-DESCRIPTION TO MST-DESCRIPTION.
008890     MOVE BOW-PRI-ADD-DATE TO MST-ADD-DATE.
008900     MOVE BOW-PRI-ADD-OPERATOR-ID TO MST-ADD-OPERATOR-ID.
008910     MOVE BOW-PRI-LAST-UPDATE-DATE TO MST-LAST-UPDATE-DATE.
008920     MOVE BOW-PRI-LAST-UPDATE-TIME TO MST-LAST-UPDATE-TIME.
008930     MOVE BOW-PRI-LAST-OPERATOR-ID TO MST-LAST-OPERATOR-ID.
008940     MOVE BOW-PRI-LAST-ACTION TO MST-LAST-ACTION.
008950     MOVE BOW-PRI-CATEGORY-CODE TO MST-CATEGORY-CODE.
008960     REWRITE MST-RECORD.
008970     MOVE "C" TO BOT-REVERSE-TYPE.
008980     MOVE BOW-PRI-LAST-UPDATE-DATE TO BOT-REVERSE-ENTRY-DATE.
008985     PERFORM 4600-WRITE-JOURNAL-RECORD THRU 4600-EXIT.
008990     PERFORM 4500-WRITE-LOG-AND-IF THRU 4500-EXIT.
009000     ADD 1 TO BOT-CORRECTS-REVERSED.
009010     MOVE SPACES TO INPTBLST-LINE.
009020     STRING "REVERSED CORRECT " DELIMITED BY SIZE
009030         MST-ENTRY-ID DELIMITED BY SIZE
009040         "  PRIOR IMAGE RESTORED, CATEGORY " DELIMITED BY SIZE
009050         BOW-RUN-CATEGORY-CODE DELIMITED BY SIZE
009060         " TO " DELIMITED BY SIZE
009070         MST-CATEGORY-CODE DELIMITED BY SIZE
009080         INTO INPTBLST-LINE.
009090     WRITE INPTBLST-LINE.
009100     MOVE SPACES TO INPTBLST-LINE.
009110     STRING "    WAS: " DELIMITED BY SIZE
009120         BOW-RUN-DESCRIPTION DELIMITED BY SIZE
009130         INTO INPTBLST-LINE.
009140     WRITE INPTBLST-LINE.
009150     MOVE SPACES TO INPTBLST-LINE.
009160     STRING "    NOW: " DELIMITED BY SIZE
009170         MST-DESCRIPTION DELIMITED BY SIZE
009180         INTO INPTBLST-LINE.
009190     WRITE INPTBLST-LINE.
009200 4300-EXIT.
009210     EXIT.
009220
009230*----------------------------------------------------------------
009240* 4500-WRITE-LOG-AND-IF
009250*     BUILD AND WRITE THE BACKOUT INPTLOG RECORD AND THE
009260*     REVERSING INPTIF DETAIL FOR ONE REVERSED ENTRY, FROM THE
009270*     MASTER RECORD AS IT NOW STANDS.  THE CALLER HAS SET THE
009280*     REVERSING RECORD TYPE AND ENTRY DATE.
009290*----------------------------------------------------------------
009300 4500-WRITE-LOG-AND-IF.
009310     MOVE BOT-RUN-DATE TO LOG-RUN-DATE.
009320     MOVE BOT-RUN-TIME TO LOG-RUN-TIME.
009330     SET LOG-STATUS-BACKOUT TO TRUE.
009340     SET LOG-NOT-DUPLICATE TO TRUE.
009350     MOVE BOT-REVERSE-TYPE TO LOG-RECORD-TYPE.
009360     MOVE MST-ENTRY-ID TO LOG-ENTRY-ID.
009370     MOVE BOT-REVERSE-ENTRY-DATE TO LOG-ENTRY-DATE.
009380     MOVE MST-DESCRIPTION TO LOG-DESCRIPTION.
009390     MOVE BOT-OPERATOR-ID TO LOG-OPERATOR-ID.
009400     MOVE MST-CATEGORY-CODE TO LOG-CATEGORY-CODE.
009405     MOVE SPACES TO LOG-REJECT-REASON.
009410     WRITE INPTLOG-RECORD.
009420     MOVE BOT-REVERSE-TYPE TO INPTIF-RECORD-TYPE.
009430     MOVE MST-ENTRY-ID TO INPTIF-ENTRY-ID.
009440     MOVE BOT-REVERSE-ENTRY-DATE TO INPTIF-ENTRY-DATE.
009450     MOVE MST-DESCRIPTION TO INPTIF-DESCRIPTION.
009460     MOVE BOT-OPERATOR-ID TO INPTIF-OPERATOR-ID.
009470     MOVE MST-CATEGORY-CODE TO INPTIF-CATEGORY-CODE.
009480     WRITE INPTIF-RECORD.
009490     ADD 1 TO BOT-IF-DETAIL-COUNT.
009500     ADD INPTIF-ENTRY-ID TO BOT-IF-HASH-TOTAL.
009503     ADD 1 TO BOT-IF-RUN-COUNT.
009506     ADD INPTIF-ENTRY-ID TO BOT-IF-RUN-HASH.
009510 4500-EXIT.
009520     EXIT.
009521
009522*----------------------------------------------------------------
009523* 4600-WRITE-JOURNAL-RECORD
009524*     ADD ONE RECORD TO THE INPTJRNL CHANGE JOURNAL FOR ONE
009525*     REVERSED ENTRY: THE MASTER RECORD AS THE RUN LEFT IT AND
009526*     AS THE BACKOUT JUST REWROTE IT.  THE ACTION IS THE
009527*     REVERSING RECORD TYPE, NOT THE RESTORED LAST-ACTION, AND
009528*     THE CHANGE IS THE BACKOUT JOB ID'S.
009529*----------------------------------------------------------------
009530 4600-WRITE-JOURNAL-RECORD.
009531     ADD 1 TO BOT-JRN-SEQUENCE.
009532     MOVE MST-ENTRY-ID TO JRN-ENTRY-ID.
009533     MOVE BOT-RUN-DATE TO JRN-CHANGE-DATE.
009534     MOVE BOT-RUN-TIME TO JRN-CHANGE-TIME.
009535     MOVE BOT-JRN-SEQUENCE TO JRN-SEQUENCE.
009536     MOVE BOT-REVERSE-TYPE TO JRN-ACTION.
009537     MOVE "INPTBOUT" TO JRN-PROGRAM-ID.
009538     MOVE BOT-OPERATOR-ID TO JRN-OPERATOR-ID.
009539     MOVE SPACES TO JRN-APPROVER-ID.
009540     SET JRN-BEFORE-PRESENT TO TRUE.
009541     MOVE BOT-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
009542     MOVE MST-RECORD TO JRN-AFTER-IMAGE.
009543     WRITE JRN-RECORD
009544         INVALID KEY
009545             DISPLAY "*** UNABLE TO WRITE JOURNAL RECORD FOR "
009546                 "ENTRY ID " MST-ENTRY-ID " ***"
009547     END-WRITE.
009548 4600-EXIT.
009549     EXIT.
009550
009551*----------------------------------------------------------------
009552* 4900-LIST-REFUSED-ENTRY
009560*----------------------------------------------------------------
009570 4900-LIST-REFUSED-ENTRY.
009580     ADD 1 TO BOT-ENTRIES-REFUSED.
009590     MOVE SPACES TO INPTBLST-LINE.
009600     STRING "*** REFUSED      " DELIMITED BY SIZE
009610         BOW-ENTRY-ID DELIMITED BY SIZE
009620         "  TYPE " DELIMITED BY SIZE
009630         BOW-RUN-TYPE DELIMITED BY SIZE
009640         " - " DELIMITED BY SIZE
009650         BOW-REFUSAL-TEXT DELIMITED BY SIZE
009660         INTO INPTBLST-LINE.
009670     WRITE INPTBLST-LINE.
009680 4900-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------------
009720* 5000-WITHDRAW-HOLDS
009730*     WALK INPTHOLD FOR THE DELETE AND REINSTATE REQUESTS THE
009740*     RUN QUEUED (STAMPED WITH ITS DATE AND TIME).  ONE STILL
009750*     PENDING IS WITHDRAWN, WITH THIS JOB'S ID AND TIME IN THE
009760*     APPROVER FIELDS; ONE AN APPROVER HAS ALREADY RELEASED OR
009770*     REJECTED IS LEFT AS DECIDED AND REFUSED.
009780*----------------------------------------------------------------
009790 5000-WITHDRAW-HOLDS.
009800     IF NOT BOT-HOLD-OPEN
009810         GO TO 5000-EXIT
009820     END-IF.
009830     MOVE ZEROS TO HOLD-ENTRY-ID.
009840     START INPTHOLD-FILE KEY NOT LESS THAN HOLD-ENTRY-ID
009850         INVALID KEY
009860             SET BOT-HOLD-EOF-YES TO TRUE
009870     END-START.
009880     PERFORM 5100-CHECK-ONE-HOLD THRU 5100-EXIT
009890         UNTIL BOT-HOLD-EOF-YES.
009900 5000-EXIT.
009910     EXIT.
009920
009930*----------------------------------------------------------------
009940* 5100-CHECK-ONE-HOLD
009950*----------------------------------------------------------------
009960 5100-CHECK-ONE-HOLD.
009970     READ INPTHOLD-FILE NEXT RECORD
009980         AT END
009990             SET BOT-HOLD-EOF-YES TO TRUE
010000             GO TO 5100-EXIT
010010     END-READ.
010020     IF HOLD-REQUEST-DATE NOT = BOT-TARGET-DATE
010030             OR HOLD-REQUEST-TIME NOT = BOT-TARGET-TIME
010040         GO TO 5100-EXIT
010050     END-IF.
010060     IF NOT HOLD-STATUS-PENDING
010070         ADD 1 TO BOT-HOLDS-REFUSED
010080         MOVE SPACES TO INPTBLST-LINE
010090         STRING "*** REFUSED HOLD " DELIMITED BY SIZE
010100             HOLD-ENTRY-ID DELIMITED BY SIZE
010110             "  TYPE " DELIMITED BY SIZE
010120             HOLD-RECORD-TYPE DELIMITED BY SIZE
010130             " - ALREADY DECIDED BY " DELIMITED BY SIZE
010140             HOLD-APPROVER-ID DELIMITED BY SIZE
010150             INTO INPTBLST-LINE
010160         WRITE INPTBLST-LINE
010170         GO TO 5100-EXIT
010180     END-IF.
010190     SET HOLD-STATUS-WITHDRAWN TO TRUE.
010200     MOVE BOT-OPERATOR-ID TO HOLD-APPROVER-ID.
010210     MOVE BOT-RUN-DATE TO HOLD-APPROVAL-DATE.
010220     MOVE BOT-RUN-TIME TO HOLD-APPROVAL-TIME.
010230     REWRITE HOLD-RECORD.
010240     ADD 1 TO BOT-HOLDS-WITHDRAWN.
010250     MOVE SPACES TO INPTBLST-LINE.
010260     IF HOLD-TYPE-REINSTATE
010270         STRING "WITHDRAWN HOLD   " DELIMITED BY SIZE
010280             HOLD-ENTRY-ID DELIMITED BY SIZE
010290             "  REINSTATE REQUESTED BY " DELIMITED BY SIZE
010300             HOLD-REQUESTOR-ID DELIMITED BY SIZE
010310             INTO INPTBLST-LINE
010320     ELSE
010330         STRING "WITHDRAWN HOLD   " DELIMITED BY SIZE
010340             HOLD-ENTRY-ID DELIMITED BY SIZE
010350             "  DELETE REQUESTED BY " DELIMITED BY SIZE
010360             HOLD-REQUESTOR-ID DELIMITED BY SIZE
010370             INTO INPTBLST-LINE
010380     END-IF.
010390     WRITE INPTBLST-LINE.
010400 5100-EXIT.
010410     EXIT.
010411
010412*----------------------------------------------------------------
010413* 5500-WITHDRAW-NOTES
010414*     WALK INPTNOTE FOR THE NOTES THE RUN FILED (STAMPED WITH
010415*     ITS DATE AND TIME).  A NOTE IS NEVER DELETED - EACH ONE
010416*     STILL ACTIVE IS MARKED WITHDRAWN WITH THIS JOB'S ID AND
010417*     TIME, SO INPTINQ CAN STILL SHOW WHAT WAS SAID AND THAT IT
010418*     WAS TAKEN BACK.  NO INPTNOTE FILE MEANS NO NOTES.
010419*----------------------------------------------------------------
010420 5500-WITHDRAW-NOTES.
010421     IF NOT BOT-NOTE-OPEN
010422         GO TO 5500-EXIT
010423     END-IF.
010424     MOVE ZEROS TO NOTE-KEY.
010425     START INPTNOTE-FILE KEY NOT LESS THAN NOTE-KEY
010426         INVALID KEY
010427             SET BOT-NOTE-EOF-YES TO TRUE
010428     END-START.
010429     PERFORM 5600-CHECK-ONE-NOTE THRU 5600-EXIT
010430         UNTIL BOT-NOTE-EOF-YES.
010431 5500-EXIT.
010432     EXIT.
010433
010434*----------------------------------------------------------------
010435* 5600-CHECK-ONE-NOTE
010436*----------------------------------------------------------------
010437 5600-CHECK-ONE-NOTE.
010438     READ INPTNOTE-FILE NEXT RECORD
010439         AT END
010440             SET BOT-NOTE-EOF-YES TO TRUE
010441             GO TO 5600-EXIT
010442     END-READ.
010443     IF NOTE-RUN-DATE NOT = BOT-TARGET-DATE
010444             OR NOTE-RUN-TIME NOT = BOT-TARGET-TIME
010445             OR NOT NOTE-STATUS-ACTIVE
010446         GO TO 5600-EXIT
010447     END-IF.
010448     SET NOTE-STATUS-WITHDRAWN TO TRUE.
010449     MOVE BOT-OPERATOR-ID TO NOTE-WITHDRAWN-BY-ID.
010450     MOVE BOT-RUN-DATE TO NOTE-WITHDRAWN-DATE.
010451     MOVE BOT-RUN-TIME TO NOTE-WITHDRAWN-TIME.
010452     REWRITE NOTE-RECORD.
010453     ADD 1 TO BOT-NOTES-WITHDRAWN.
010454     MOVE SPACES TO INPTBLST-LINE.
010455     STRING "WITHDRAWN NOTE   " DELIMITED BY SIZE
010456         NOTE-ENTRY-ID DELIMITED BY SIZE
010457         "-" DELIMITED BY SIZE
010458         NOTE-SEQUENCE DELIMITED BY SIZE
010459         " KEYED BY " DELIMITED BY SIZE
010460         NOTE-OPERATOR-ID DELIMITED BY SIZE
010461         INTO INPTBLST-LINE.
010462     WRITE INPTBLST-LINE.
010463 5600-EXIT.
010464     EXIT.
010465
010466*----------------------------------------------------------------
010467* 5700-WITHDRAW-VERIFY
010468*     WALK INPTVRFY FOR THE ENTRIES THE RUN QUEUED FOR BLIND
010469*     RE-KEY VERIFICATION (STAMPED WITH ITS DATE AND TIME).
010470*     ONE STILL WAITING NEVER REACHED THE MASTER, SO IT IS
010471*     MARKED WITHDRAWN WITH THIS JOB'S ID AND TIME AND NEVER
010472*     OFFERED FOR RE-KEYING.  ONE ALREADY VERIFIED OR RESOLVED
010473*     WAS RELEASED UNDER INPTVRFY'S OWN RUN STAMP AND IS THAT
010474*     RUN'S TO BACK OUT; ONE ALREADY REJECTED HAS NOTHING TO
010475*     UNDO.  NO INPTVRFY FILE MEANS NOTHING WAS QUEUED.
010476*----------------------------------------------------------------
010477 5700-WITHDRAW-VERIFY.
010478     IF NOT BOT-VRFY-OPEN
010479         GO TO 5700-EXIT
010480     END-IF.
010481     MOVE ZEROS TO VRFY-ENTRY-ID.
010482     START INPTVRFY-FILE KEY NOT LESS THAN VRFY-ENTRY-ID
010483         INVALID KEY
010484             SET BOT-VRFY-EOF-YES TO TRUE
010485     END-START.
010486     PERFORM 5800-CHECK-ONE-VERIFY THRU 5800-EXIT
010487         UNTIL BOT-VRFY-EOF-YES.
010488 5700-EXIT.
010489     EXIT.
010490
010491*----------------------------------------------------------------
010492* 5800-CHECK-ONE-VERIFY
010493*----------------------------------------------------------------
010494 5800-CHECK-ONE-VERIFY.
010495     READ INPTVRFY-FILE NEXT RECORD
010496         AT END
010497             SET BOT-VRFY-EOF-YES TO TRUE
010498             GO TO 5800-EXIT
010499     END-READ.
010500     IF VRFY-REQUEST-DATE NOT = BOT-TARGET-DATE
010501             OR VRFY-REQUEST-TIME NOT = BOT-TARGET-TIME
010502             OR NOT VRFY-STATUS-WAITING
010503         GO TO 5800-EXIT
010504     END-IF.
010505     SET VRFY-STATUS-WITHDRAWN TO TRUE.
010506     MOVE BOT-OPERATOR-ID TO VRFY-DECISION-ID.
010507     MOVE BOT-RUN-DATE TO VRFY-DECISION-DATE.
010508     MOVE BOT-RUN-TIME TO VRFY-DECISION-TIME.
010509     REWRITE VRFY-RECORD.
010510     ADD 1 TO BOT-VERIFY-WITHDRAWN.
010511     MOVE SPACES TO INPTBLST-LINE.
010512     STRING "WITHDRAWN VERIFY " DELIMITED BY SIZE
010513         VRFY-ENTRY-ID DELIMITED BY SIZE
010514         "  TYPE " DELIMITED BY SIZE
010515         VRFY-RECORD-TYPE DELIMITED BY SIZE
010516         " KEYED BY " DELIMITED BY SIZE
010517         VRFY-OPERATOR-ID DELIMITED BY SIZE
010518         INTO INPTBLST-LINE.
010519     WRITE INPTBLST-LINE.
010520 5800-EXIT.
010521     EXIT.
010522
010523*----------------------------------------------------------------
010524* 6000-WITHDRAW-PARKED
010525*     COPY INPTPEND TO INPTPENO, WHICH THE JCL CATALOGS AS THE
010526*     NEXT INPTPEND GENERATION (THE INPTPREL IDIOM), DROPPING
010527*     EVERY ENTRY THE RUN PARKED.  AN ENTRY INPTPREL HAS ALREADY
010528*     RELEASED IS NO LONGER ON INPTPEND - ITS MASTER UPDATE WAS
010529*     A LATER RUN'S.
010530*----------------------------------------------------------------
010531 6000-WITHDRAW-PARKED.
010532     PERFORM 6100-CHECK-ONE-PARKED THRU 6100-EXIT
010533         UNTIL BOT-PEND-EOF-YES.
010540 6000-EXIT.
010550     EXIT.
010560
010570*----------------------------------------------------------------
010580* 6100-CHECK-ONE-PARKED
010590*----------------------------------------------------------------
010600 6100-CHECK-ONE-PARKED.
010610     READ INPTPEND-FILE
010620         AT END
010630             SET BOT-PEND-EOF-YES TO TRUE
010640             GO TO 6100-EXIT
010650     END-READ.
010660     IF PEND-RUN-DATE = BOT-TARGET-DATE
010670             AND PEND-RUN-TIME = BOT-TARGET-TIME
010680         ADD 1 TO BOT-PARKED-WITHDRAWN
010690         MOVE SPACES TO INPTBLST-LINE
010700         STRING "WITHDRAWN PARKED " DELIMITED BY SIZE
010710             PEND-ENTRY-ID DELIMITED BY SIZE
010720             "  TYPE " DELIMITED BY SIZE
010730             PEND-RECORD-TYPE DELIMITED BY SIZE
010740             " EFFECTIVE " DELIMITED BY SIZE
010750             PEND-ENTRY-DATE DELIMITED BY SIZE
010760             INTO INPTBLST-LINE
010770         WRITE INPTBLST-LINE
010780     ELSE
010790         MOVE PEND-RECORD TO PENO-RECORD
010800         WRITE PENO-RECORD
010810         ADD 1 TO BOT-PARKED-CARRIED
010820     END-IF.
010830 6100-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870* 7000-PRODUCE-SUMMARY
010880*     RETURN CODE 8 WHEN NOTHING AT ALL WAS FOUND FOR THE RUN
010890*     (MOST LIKELY A MISTYPED DATE OR TIME), 4 WHEN ANY ENTRY
010900*     OR HOLD WAS REFUSED.
010910*----------------------------------------------------------------
010920 7000-PRODUCE-SUMMARY.
010930     MOVE SPACES TO INPTBLST-LINE.
010940     WRITE INPTBLST-LINE.
010950     MOVE "INPTBOUT RUN SUMMARY" TO INPTBLST-LINE.
010960     WRITE INPTBLST-LINE.
010970     MOVE BOT-RUN-RECORDS-FOUND TO BOT-EDIT-COUNT.
010980     MOVE SPACES TO INPTBLST-LINE.
010990     STRING "  LOG RECORDS FOR RUN       : " DELIMITED BY SIZE
011000         BOT-EDIT-COUNT DELIMITED BY SIZE
011010         INTO INPTBLST-LINE.
011020     WRITE INPTBLST-LINE.
011030     MOVE BOT-RUN-REJECTS-FOUND TO BOT-EDIT-COUNT.
011040     MOVE SPACES TO INPTBLST-LINE.
011050     STRING "  REJECTS - NOTHING TO UNDO : " DELIMITED BY SIZE
011060         BOT-EDIT-COUNT DELIMITED BY SIZE
011070         INTO INPTBLST-LINE.
011080     WRITE INPTBLST-LINE.
011090     MOVE BOT-NOT-REVERSIBLE TO BOT-EDIT-COUNT.
011100     MOVE SPACES TO INPTBLST-LINE.
011110     STRING "  NOT REVERSIBLE            : " DELIMITED BY SIZE
011120         BOT-EDIT-COUNT DELIMITED BY SIZE
011130         INTO INPTBLST-LINE.
011140     WRITE INPTBLST-LINE.
011150     MOVE BOT-ADDS-REVERSED TO BOT-EDIT-COUNT.
011160     MOVE SPACES TO INPTBLST-LINE.
011170     STRING "  ADDS REVERSED             : " DELIMITED BY SIZE
011180         BOT-EDIT-COUNT DELIMITED BY SIZE
011190         INTO INPTBLST-LINE.
011200     WRITE INPTBLST-LINE.
011210     MOVE BOT-CORRECTS-REVERSED TO BOT-EDIT-COUNT.
011220     MOVE SPACES TO INPTBLST-LINE.
011230     STRING "  CORRECTS REVERSED         : " DELIMITED BY SIZE
011240         BOT-EDIT-COUNT DELIMITED BY SIZE
011250         INTO INPTBLST-LINE.
011260     WRITE INPTBLST-LINE.
011270     MOVE BOT-ENTRIES-REFUSED TO BOT-EDIT-COUNT.
011280     MOVE SPACES TO INPTBLST-LINE.
011290     STRING "  ENTRIES REFUSED           : " DELIMITED BY SIZE
011300         BOT-EDIT-COUNT DELIMITED BY SIZE
011310         INTO INPTBLST-LINE.
011320     WRITE INPTBLST-LINE.
011330     MOVE BOT-HOLDS-WITHDRAWN TO BOT-EDIT-COUNT.
011340     MOVE SPACES TO INPTBLST-LINE.
011350     STRING "  HOLDS WITHDRAWN           : " DELIMITED BY SIZE
011360         BOT-EDIT-COUNT DELIMITED BY SIZE
011370         INTO INPTBLST-LINE.
011380     WRITE INPTBLST-LINE.
011390     MOVE BOT-HOLDS-REFUSED TO BOT-EDIT-COUNT.
011400     MOVE SPACES TO INPTBLST-LINE.
011410     STRING "  HOLDS REFUSED             : " DELIMITED BY SIZE
011420         BOT-EDIT-COUNT DELIMITED BY SIZE
011430         INTO INPTBLST-LINE.
011440     WRITE INPTBLST-LINE.
011450     MOVE BOT-PARKED-WITHDRAWN TO BOT-EDIT-COUNT.
011460     MOVE SPACES TO INPTBLST-LINE.
011470     STRING "  PARKED ENTRIES WITHDRAWN  : " DELIMITED BY SIZE
011480         BOT-EDIT-COUNT DELIMITED BY SIZE
011490         INTO INPTBLST-LINE.
011500     WRITE INPTBLST-LINE.
011510     MOVE BOT-PARKED-CARRIED TO BOT-EDIT-COUNT.
011520     MOVE SPACES TO INPTBLST-LINE.
011530     STRING "  PARKED ENTRIES CARRIED    : " DELIMITED BY SIZE
011540         BOT-EDIT-COUNT DELIMITED BY SIZE
011550         INTO INPTBLST-LINE.
011560     WRITE INPTBLST-LINE.
011561     MOVE BOT-NOTES-WITHDRAWN TO BOT-EDIT-COUNT.
011562     MOVE SPACES TO INPTBLST-LINE.
011563     STRING "  NOTES WITHDRAWN           : " DELIMITED BY SIZE
011564         BOT-EDIT-COUNT DELIMITED BY SIZE
011565         INTO INPTBLST-LINE.
011566     WRITE INPTBLST-LINE.
011567     MOVE BOT-VERIFY-WITHDRAWN TO BOT-EDIT-COUNT.
011568     MOVE SPACES TO INPTBLST-LINE.
011569     STRING "  VERIFY ENTRIES WITHDRAWN  : " DELIMITED BY SIZE
011570         BOT-EDIT-COUNT DELIMITED BY SIZE
011571         INTO INPTBLST-LINE.
011572     WRITE INPTBLST-LINE.
011573     IF BOT-RUN-RECORDS-FOUND = 0
011580             AND BOT-HOLDS-WITHDRAWN = 0
011590             AND BOT-HOLDS-REFUSED = 0
011600             AND BOT-PARKED-WITHDRAWN = 0
011605             AND BOT-NOTES-WITHDRAWN = 0
011607             AND BOT-VERIFY-WITHDRAWN = 0
011610         MOVE 8 TO BOT-RETURN-CODE
011620         MOVE SPACES TO INPTBLST-LINE
011630         WRITE INPTBLST-LINE
011640         MOVE "*** NOTHING FOUND FOR THIS RUN DATE AND TIME ***"
011650             TO INPTBLST-LINE
011660         WRITE INPTBLST-LINE
011670     ELSE
011680         IF BOT-ENTRIES-REFUSED > 0 OR BOT-HOLDS-REFUSED > 0
011690             MOVE 4 TO BOT-RETURN-CODE
011700         END-IF
011710     END-IF.
011720     DISPLAY "INPTBOUT COMPLETE - RC " BOT-RETURN-CODE.
011730 7000-EXIT.
011740     EXIT.
011750
011760*----------------------------------------------------------------
011770* 8000-WRITE-IF-TRAILER
011780*----------------------------------------------------------------
011790 8000-WRITE-IF-TRAILER.
011800     MOVE SPACES TO IFT-TRAILER-RECORD.
011810     SET IFT-TYPE-TRAILER TO TRUE.
011820     MOVE BOT-IF-DETAIL-COUNT TO IFT-DETAIL-COUNT.
011830     MOVE BOT-IF-HASH-TOTAL TO IFT-HASH-TOTAL.
011840     WRITE INPTIF-RECORD FROM IFT-TRAILER-RECORD.
011850 8000-EXIT.
011860     EXIT.
011861
011862*----------------------------------------------------------------
011863* 8500-WRITE-RUN-CONTROL
011864*     APPEND THIS RUN'S STATISTICS TO THE SHARED INPTRCTL
011865*     RUN-CONTROL FILE FOR THE INPTPROF BALANCING PROOF, THE
011866*     SAME WAY INPUTPRINT DOES.  EVERY REVERSAL WRITES ONE
011867*     BACKOUT INPTLOG AND ONE INPTIF RECORD (4500); THE BACKOUT
011868*     LOG RECORDS ARE CARRIED IN THE ACCEPTED COUNT BECAUSE THEY
011869*     ARE WHAT WENT DOWNSTREAM.  A WITHDRAWN HOLD, PARKED
011870*     ENTRY OR VERIFY ENTRY HAS LEFT ITS QUEUE.
011871*----------------------------------------------------------------
011872 8500-WRITE-RUN-CONTROL.
011873     OPEN EXTEND INPTRCTL-FILE.
011874     IF BOT-RCT-FILE-STATUS = "35"
011875         OPEN OUTPUT INPTRCTL-FILE
011876     END-IF.
011877     MOVE SPACES TO RCT-RECORD.
011878     SET RCT-TYPE-JOB TO TRUE.
011879     MOVE "INPTBOUT" TO RCT-PROGRAM-ID.
011880     MOVE BOT-RUN-DATE TO RCT-RUN-DATE.
011881     MOVE BOT-RUN-TIME TO RCT-RUN-TIME.
011882     MOVE BOT-RUN-DATE TO RCT-BUSINESS-DATE.
011883     MOVE BOT-OPERATOR-ID TO RCT-OPERATOR-ID.
011884     SET RCT-MODE-BATCH TO TRUE.
011885     MOVE BOT-RETURN-CODE TO RCT-RETURN-CODE.
011886     MOVE BOT-RUN-RECORDS-FOUND TO RCT-RECORDS-READ.
011887     ADD BOT-ADDS-REVERSED BOT-CORRECTS-REVERSED
011888         GIVING RCT-ACCEPTED-COUNT.
011889     ADD BOT-ENTRIES-REFUSED BOT-HOLDS-REFUSED
011890         GIVING RCT-REJECTED-COUNT.
011891     MOVE BOT-IF-RUN-COUNT TO RCT-LOG-ACCEPTED-COUNT.
011892     MOVE 0 TO RCT-LOG-REJECTED-COUNT.
011893     MOVE BOT-IF-RUN-COUNT TO RCT-IF-DETAIL-COUNT.
011894     MOVE BOT-IF-RUN-HASH TO RCT-IF-HASH-TOTAL.
011895     MOVE BOT-IF-DETAIL-COUNT TO RCT-IF-TRL-DETAIL-COUNT.
011896     MOVE BOT-IF-HASH-TOTAL TO RCT-IF-TRL-HASH-TOTAL.
011897     MOVE ZEROS TO RCT-QUEUE-MOVEMENT.
011898     MOVE BOT-HOLDS-WITHDRAWN TO RCT-HOLD-CLEARED.
011899     MOVE BOT-PARKED-WITHDRAWN TO RCT-PEND-CLEARED.
011900     MOVE ZEROS TO RCT-QUEUE-CLOSE.
011901     MOVE ZEROS TO RCT-VRFY-ADDED.
011902     MOVE BOT-VERIFY-WITHDRAWN TO RCT-VRFY-CLEARED.
011903     MOVE ZEROS TO RCT-VRFY-CLOSE.
011904     WRITE RCT-RECORD.
011905     CLOSE INPTRCTL-FILE.
011906 8500-EXIT.
011907     EXIT.
011908
011909*----------------------------------------------------------------
011910* 9000-TERMINATE
011911*----------------------------------------------------------------
011912 9000-TERMINATE.
011920     PERFORM 8000-WRITE-IF-TRAILER THRU 8000-EXIT.
011930     IF BOT-MST-OPEN
011940         CLOSE INPTMST-FILE
011950     END-IF.
011960     IF BOT-HOLD-OPEN
011970         CLOSE INPTHOLD-FILE
011980     END-IF.
011982     IF BOT-NOTE-OPEN
011984         CLOSE INPTNOTE-FILE
011986     END-IF.
011987     IF BOT-VRFY-OPEN
011988         CLOSE INPTVRFY-FILE
011989     END-IF.
011990     IF BOT-PEND-FILE-STATUS NOT = "35"
012000         CLOSE INPTPEND-FILE
012010     END-IF.
012020     CLOSE INPTPENO-FILE.
012030     CLOSE INPTBOWK-FILE.
012035     CLOSE INPTJRNL-FILE.
012040     CLOSE INPTLOG-FILE.
012050     CLOSE INPTIF-FILE.
012060     CLOSE INPTBLST-FILE.
012070 9000-EXIT.
012080     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INPTJRPT.
000120 AUTHOR.        D. ORIC.
000130 INSTALLATION.  DATA ENTRY SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DRO  ORIGINAL PROGRAM.  DAILY CHANGE REPORT OVER
000200*                  THE INPTJRNL MASTER CHANGE JOURNAL.  FOR ONE
000210*                  BUSINESS DATE (THE PARM, DEFAULT TODAY) IT
000220*                  LISTS EVERY ADD, CORRECT, DELETE AND REINSTATE
000230*                  APPLIED TO INPTMST - BY INPUTPRINT, INPTPREL,
000240*                  INPTAPPR OR INPTBOUT - AND, FIELD BY FIELD,
000250*                  WHAT THE DESCRIPTION, STATUS AND CATEGORY WERE
000260*                  BEFORE AND AFTER, WITH THE OPERATOR WHO ASKED
000270*                  FOR THE CHANGE AND THE OPERATOR WHO APPROVED
000280*                  IT.  THE ANSWER TO "WHO CHANGED THIS ITEM'S
000290*                  CATEGORY, AND WHEN" WITHOUT REPLAYING INPTLOG.
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 SPECIAL-NAMES.
000370     CONSOLE IS CONSOLE.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT INPTJRNL-FILE ASSIGN TO INPTJRNL
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS JRN-KEY
000450         FILE STATUS IS JRP-JRN-FILE-STATUS.
000460
000470     SELECT INPTJRPT-FILE ASSIGN TO INPTJRPT
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  INPTJRNL-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY INPTJRNL.
000550
000560 FD  INPTJRPT-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  INPTJRPT-LINE              PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------
000630*     THE BEFORE- AND AFTER-IMAGES OF THE JOURNAL RECORD IN
000640*     HAND, LAID OUT AS INPTMST RECORDS SO THEIR FIELDS CAN BE
000650*     COMPARED ONE BY ONE.
000660*----------------------------------------------------------------
000670 COPY INPTMST REPLACING LEADING ==MST-== BY ==JBF-==.
000680 COPY INPTMST REPLACING LEADING ==MST-== BY ==JAF-==.
000690
000700 77  JRP-JRN-FILE-STATUS        PIC X(02) VALUE SPACES.
000710
000720 77  JRP-JRN-EOF-SWITCH         PIC X(01) VALUE "N".
000730     88  JRP-JRN-EOF-YES        VALUE "Y".
000740
000750 77  JRP-RUN-DATE               PIC 9(08).
000760 77  JRP-REPORT-DATE            PIC 9(08).
000770 77  JRP-ACTION-WORD            PIC X(09).
000780 77  JRP-APPROVER-TEXT          PIC X(08).
000790 77  JRP-FIELD-CHANGED-SW       PIC X(01).
000800     88  JRP-FIELD-CHANGED      VALUE "Y".
000810 77  JRP-DESC-LABEL             PIC X(21).
000820 77  JRP-DESC-TEXT              PIC X(85).
000830
000840 77  JRP-RECORDS-READ           PIC 9(06) COMP VALUE 0.
000850 77  JRP-CHANGES-REPORTED       PIC 9(06) COMP VALUE 0.
000860 77  JRP-ADD-COUNT              PIC 9(06) COMP VALUE 0.
000870 77  JRP-CORRECT-COUNT          PIC 9(06) COMP VALUE 0.
000880 77  JRP-DELETE-COUNT           PIC 9(06) COMP VALUE 0.
000890 77  JRP-REINSTATE-COUNT        PIC 9(06) COMP VALUE 0.
000900 77  JRP-DESC-CHANGES           PIC 9(06) COMP VALUE 0.
000910 77  JRP-STATUS-CHANGES         PIC 9(06) COMP VALUE 0.
000920 77  JRP-CATEGORY-CHANGES       PIC 9(06) COMP VALUE 0.
000930
000940 77  JRP-EDIT-COUNT             PIC ZZZ,ZZ9.
000950
000960 LINKAGE SECTION.
000970 01  JRP-PARM.
000980     05  JRP-PARM-LENGTH            PIC S9(04) COMP.
000990     05  JRP-PARM-REPORT-DATE       PIC 9(08).
001000     05  FILLER                     PIC X(12).
001010
001020 PROCEDURE DIVISION USING JRP-PARM.
001030*----------------------------------------------------------------
001040* 0000-MAINLINE
001050*----------------------------------------------------------------
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-READ-JOURNAL-RECORD THRU 2000-EXIT
001090         UNTIL JRP-JRN-EOF-YES.
001100     PERFORM 7000-PRODUCE-TOTALS THRU 7000-EXIT.
001110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001120     STOP RUN.
001130
001140*----------------------------------------------------------------
001150* 1000-INITIALIZE
001160*     TAKE THE BUSINESS DATE TO REPORT FROM THE PARM (GUARDED
001170*     THE WAY INPTMRPT GUARDS ITS OWN - A MISSING OR NON-NUMERIC
001180*     DATE MEANS TODAY), WRITE THE HEADINGS, AND POSITION THE
001190*     JOURNAL SCAN AT THE LOW END OF THE KEY.  THE JOURNAL IS
001200*     KEYED BY ENTRY-ID FIRST, SO THE WHOLE FILE IS READ AND
001210*     THE DAY'S CHANGES COME OUT IN ENTRY-ID ORDER, EACH ITEM'S
001220*     CHANGES TOGETHER AND IN TIME ORDER.
001230*----------------------------------------------------------------
001240 1000-INITIALIZE.
001250     ACCEPT JRP-RUN-DATE FROM DATE YYYYMMDD.
001260     IF JRP-PARM-LENGTH NOT < 8
001270             AND JRP-PARM-REPORT-DATE NUMERIC
001280             AND JRP-PARM-REPORT-DATE > 0
001290         MOVE JRP-PARM-REPORT-DATE TO JRP-REPORT-DATE
001300     ELSE
001310         MOVE JRP-RUN-DATE TO JRP-REPORT-DATE
001320     END-IF.
001330     OPEN INPUT INPTJRNL-FILE.
001340     IF JRP-JRN-FILE-STATUS = "35"
001350         DISPLAY "*** INPTJRNL NOT FOUND - NOTHING TO REPORT ***"
001360             UPON CONSOLE
001370         SET JRP-JRN-EOF-YES TO TRUE
001380     END-IF.
001390     OPEN OUTPUT INPTJRPT-FILE.
001400     MOVE SPACES TO INPTJRPT-LINE.
001410     STRING "INPTJRPT - MASTER CHANGES FOR BUSINESS DATE "
001420         DELIMITED BY SIZE
001430         JRP-REPORT-DATE DELIMITED BY SIZE
001440         INTO INPTJRPT-LINE.
001450     WRITE INPTJRPT-LINE.
001460     MOVE SPACES TO INPTJRPT-LINE.
001470     WRITE INPTJRPT-LINE.
001480     MOVE SPACES TO INPTJRPT-LINE.
001490     STRING "ENTRY   ACTION     TIME      PROGRAM     OPERATOR"
001500         DELIMITED BY SIZE
001510         "  APPROVER" DELIMITED BY SIZE
001520         INTO INPTJRPT-LINE.
001530     WRITE INPTJRPT-LINE.
001540     IF NOT JRP-JRN-EOF-YES
001550         MOVE ZEROS TO JRN-KEY
001560         START INPTJRNL-FILE KEY NOT LESS THAN JRN-KEY
001570             INVALID KEY
001580                 SET JRP-JRN-EOF-YES TO TRUE
001590         END-START
001600     END-IF.
001610 1000-EXIT.
001620     EXIT.
001630
001640*----------------------------------------------------------------
001650* 2000-READ-JOURNAL-RECORD
001660*     READ THE NEXT JOURNAL RECORD IN KEY SEQUENCE AND REPORT
001670*     IT WHEN IT BELONGS TO THE BUSINESS DATE ASKED FOR.
001680*----------------------------------------------------------------
001690 2000-READ-JOURNAL-RECORD.
001700     READ INPTJRNL-FILE NEXT RECORD
001710         AT END
001720             SET JRP-JRN-EOF-YES TO TRUE
001730         NOT AT END
001740             ADD 1 TO JRP-RECORDS-READ
001750             IF JRN-CHANGE-DATE = JRP-REPORT-DATE
001760                 PERFORM 2100-REPORT-ONE-CHANGE THRU 2100-EXIT
001770             END-IF
001780     END-READ.
001790 2000-EXIT.
001800     EXIT.
001810
001820*----------------------------------------------------------------
001830* 2100-REPORT-ONE-CHANGE
001840*     ONE HEADING LINE PER CHANGE - ENTRY, ACTION, TIME, THE
001850*     PROGRAM THAT APPLIED IT, THE OPERATOR WHO ASKED FOR IT
001860*     AND THE APPROVER ("NONE" WHEN THE CHANGE NEEDED NO
001870*     SECOND OPERATOR) - FOLLOWED BY THE FIELD LINES.  AN ADD
001880*     HAS NO BEFORE-IMAGE, SO ITS NEW VALUES ARE LISTED WHOLE.
001890*----------------------------------------------------------------
001900 2100-REPORT-ONE-CHANGE.
001910     ADD 1 TO JRP-CHANGES-REPORTED.
001920     MOVE JRN-AFTER-IMAGE TO JAF-RECORD.
001930     IF JRN-BEFORE-PRESENT
001940         MOVE JRN-BEFORE-IMAGE TO JBF-RECORD
001950     ELSE
001960         MOVE SPACES TO JBF-RECORD
001970     END-IF.
001980     EVALUATE TRUE
001990         WHEN JRN-ACTION-ADD
002000             MOVE "ADD" TO JRP-ACTION-WORD
002010             ADD 1 TO JRP-ADD-COUNT
002020         WHEN JRN-ACTION-CORRECT
002030             MOVE "CORRECT" TO JRP-ACTION-WORD
002040             ADD 1 TO JRP-CORRECT-COUNT
002050         WHEN JRN-ACTION-DELETE
002060             MOVE "DELETE" TO JRP-ACTION-WORD
002070             ADD 1 TO JRP-DELETE-COUNT
002080         WHEN JRN-ACTION-REINSTATE
002090             MOVE "REINSTATE" TO JRP-ACTION-WORD
002100             ADD 1 TO JRP-REINSTATE-COUNT
002110         WHEN OTHER
002120             MOVE JRN-ACTION TO JRP-ACTION-WORD
002130     END-EVALUATE.
002140     IF JRN-APPROVER-ID = SPACES
002150         MOVE "NONE" TO JRP-APPROVER-TEXT
002160     ELSE
002170         MOVE JRN-APPROVER-ID TO JRP-APPROVER-TEXT
002180     END-IF.
002190     MOVE SPACES TO INPTJRPT-LINE.
002200     WRITE INPTJRPT-LINE.
002210     MOVE SPACES TO INPTJRPT-LINE.
002220     STRING JRN-ENTRY-ID DELIMITED BY SIZE
002230         "  " DELIMITED BY SIZE
002240         JRP-ACTION-WORD DELIMITED BY SIZE
002250         "  " DELIMITED BY SIZE
002260         JRN-CHANGE-TIME DELIMITED BY SIZE
002270         "  " DELIMITED BY SIZE
002280         JRN-PROGRAM-ID DELIMITED BY SIZE
002290         "  " DELIMITED BY SIZE
002300         JRN-OPERATOR-ID DELIMITED BY SIZE
002310         "  " DELIMITED BY SIZE
002320         JRP-APPROVER-TEXT DELIMITED BY SIZE
002330         INTO INPTJRPT-LINE.
002340     WRITE INPTJRPT-LINE.
002350     IF JRN-BEFORE-NONE
002360         PERFORM 2200-REPORT-NEW-ITEM THRU 2200-EXIT
002370     ELSE
002380         PERFORM 2300-REPORT-FIELD-CHANGES THRU 2300-EXIT
002390     END-IF.
002400 2100-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------------
002440* 2200-REPORT-NEW-ITEM
002450*----------------------------------------------------------------
002460 2200-REPORT-NEW-ITEM.
002470     MOVE SPACES TO INPTJRPT-LINE.
002480     STRING "    NEW ITEM - STATUS " DELIMITED BY SIZE
002490         JAF-STATUS DELIMITED BY SIZE
002500         "  CATEGORY " DELIMITED BY SIZE
002510         JAF-CATEGORY-CODE DELIMITED BY SIZE
002520         INTO INPTJRPT-LINE.
002530     WRITE INPTJRPT-LINE.
002540     MOVE "    DESCRIPTION     :" TO JRP-DESC-LABEL.
002550     MOVE JAF-DESCRIPTION TO JRP-DESC-TEXT.
002560     PERFORM 2400-WRITE-DESCRIPTION THRU 2400-EXIT.
002570 2200-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------------
002610* 2300-REPORT-FIELD-CHANGES
002620*     COMPARE THE BEFORE- AND AFTER-IMAGES AND LIST EACH OF
002630*     STATUS, CATEGORY AND DESCRIPTION THAT DIFFERS.  A CHANGE
002640*     THAT MOVED NONE OF THEM (A CORRECT RE-KEYING THE SAME
002650*     VALUES) IS STILL LISTED, SO THE REPORT ACCOUNTS FOR EVERY
002660*     JOURNAL RECORD OF THE DAY.
002670*----------------------------------------------------------------
002680 2300-REPORT-FIELD-CHANGES.
002690     MOVE "N" TO JRP-FIELD-CHANGED-SW.
002700     IF JBF-STATUS NOT = JAF-STATUS
002710         SET JRP-FIELD-CHANGED TO TRUE
002720         ADD 1 TO JRP-STATUS-CHANGES
002730         MOVE SPACES TO INPTJRPT-LINE
002740         STRING "    STATUS          : " DELIMITED BY SIZE
002750             JBF-STATUS DELIMITED BY SIZE
002760             " -> " DELIMITED BY SIZE
002770             JAF-STATUS DELIMITED BY SIZE
002780             INTO INPTJRPT-LINE
002790         WRITE INPTJRPT-LINE
002800     END-IF.
002810     IF JBF-CATEGORY-CODE NOT = JAF-CATEGORY-CODE
002820         SET JRP-FIELD-CHANGED TO TRUE
002830         ADD 1 TO JRP-CATEGORY-CHANGES
002840         MOVE SPACES TO INPTJRPT-LINE
002850         STRING "    CATEGORY        : " DELIMITED BY SIZE
002860             JBF-CATEGORY-CODE DELIMITED BY SIZE
002870             " -> " DELIMITED BY SIZE
002880             JAF-CATEGORY-CODE DELIMITED BY SIZE
002890             INTO INPTJRPT-LINE
002900         WRITE INPTJRPT-LINE
002910     END-IF.
002920     IF JBF-DESCRIPTION NOT = JAF-DESCRIPTION
002930         SET JRP-FIELD-CHANGED TO TRUE
002940         ADD 1 TO JRP-DESC-CHANGES
002950         MOVE "    DESCRIPTION WAS :" TO JRP-DESC-LABEL
002960         MOVE JBF-DESCRIPTION TO JRP-DESC-TEXT
002970         PERFORM 2400-WRITE-DESCRIPTION THRU 2400-EXIT
002980         MOVE "    DESCRIPTION NOW :" TO JRP-DESC-LABEL
002990         MOVE JAF-DESCRIPTION TO JRP-DESC-TEXT
003000         PERFORM 2400-WRITE-DESCRIPTION THRU 2400-EXIT
003010     END-IF.
003020     IF NOT JRP-FIELD-CHANGED
003030         MOVE SPACES TO INPTJRPT-LINE
003040         MOVE "    NO DESCRIPTION, STATUS OR CATEGORY CHANGE"
003050             TO INPTJRPT-LINE
003060         WRITE INPTJRPT-LINE
003070     END-IF.
003080 2300-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------
003120* 2400-WRITE-DESCRIPTION
003130*     A DESCRIPTION IS WIDER THAN WHAT IS LEFT OF THE LINE
003140*     AFTER ITS LABEL, SO ANY TAIL PAST THE FIRST 58 BYTES GOES
003150*     ON A CONTINUATION LINE UNDER IT.
003160*----------------------------------------------------------------
003170 2400-WRITE-DESCRIPTION.
003180     MOVE SPACES TO INPTJRPT-LINE.
003190     STRING JRP-DESC-LABEL DELIMITED BY SIZE
003200         " " DELIMITED BY SIZE
003210         JRP-DESC-TEXT(1:58) DELIMITED BY SIZE
003220         INTO INPTJRPT-LINE.
003230     WRITE INPTJRPT-LINE.
003240     IF JRP-DESC-TEXT(59:27) NOT = SPACES
003250         MOVE SPACES TO INPTJRPT-LINE
003260         MOVE JRP-DESC-TEXT(59:27) TO INPTJRPT-LINE(23:27)
003270         WRITE INPTJRPT-LINE
003280     END-IF.
003290 2400-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330* 7000-PRODUCE-TOTALS
003340*----------------------------------------------------------------
003350 7000-PRODUCE-TOTALS.
003360     MOVE SPACES TO INPTJRPT-LINE.
003370     WRITE INPTJRPT-LINE.
003380     MOVE "CHANGE TOTALS FOR THE DAY" TO INPTJRPT-LINE.
003390     WRITE INPTJRPT-LINE.
003400     MOVE JRP-CHANGES-REPORTED TO JRP-EDIT-COUNT.
003410     MOVE SPACES TO INPTJRPT-LINE.
003420     STRING "  MASTER CHANGES REPORTED   : " DELIMITED BY SIZE
003430         JRP-EDIT-COUNT DELIMITED BY SIZE
003440         INTO INPTJRPT-LINE.
003450     WRITE INPTJRPT-LINE.
003460     MOVE JRP-ADD-COUNT TO JRP-EDIT-COUNT.
003470     MOVE SPACES TO INPTJRPT-LINE.
003480     STRING "    ADDS                    : " DELIMITED BY SIZE
003490         JRP-EDIT-COUNT DELIMITED BY SIZE
003500         INTO INPTJRPT-LINE.
003510     WRITE INPTJRPT-LINE.
003520     MOVE JRP-CORRECT-COUNT TO JRP-EDIT-COUNT.
003530     MOVE SPACES TO INPTJRPT-LINE.
003540     STRING "    CORRECTS                : " DELIMITED BY SIZE
003550         JRP-EDIT-COUNT DELIMITED BY SIZE
003560         INTO INPTJRPT-LINE.
003570     WRITE INPTJRPT-LINE.
003580     MOVE JRP-DELETE-COUNT TO JRP-EDIT-COUNT.
003590     MOVE SPACES TO INPTJRPT-LINE.
003600     STRING "    DELETES                 : " DELIMITED BY SIZE
003610         JRP-EDIT-COUNT DELIMITED BY SIZE
003620         INTO INPTJRPT-LINE.
003630     WRITE INPTJRPT-LINE.
003640     MOVE JRP-REINSTATE-COUNT TO JRP-EDIT-COUNT.
003650     MOVE SPACES TO INPTJRPT-LINE.
003660     STRING "    REINSTATES              : " DELIMITED BY SIZE
003670         JRP-EDIT-COUNT DELIMITED BY SIZE
003680         INTO INPTJRPT-LINE.
003690     WRITE INPTJRPT-LINE.
003700     MOVE JRP-DESC-CHANGES TO JRP-EDIT-COUNT.
003710     MOVE SPACES TO INPTJRPT-LINE.
003720     STRING "  DESCRIPTIONS CHANGED      : " DELIMITED BY SIZE
003730         JRP-EDIT-COUNT DELIMITED BY SIZE
003740         INTO INPTJRPT-LINE.
003750     WRITE INPTJRPT-LINE.
003760     MOVE JRP-STATUS-CHANGES TO JRP-EDIT-COUNT.
003770     MOVE SPACES TO INPTJRPT-LINE.
003780     STRING "  STATUSES CHANGED          : " DELIMITED BY SIZE
003790         JRP-EDIT-COUNT DELIMITED BY SIZE
003800         INTO INPTJRPT-LINE.
003810     WRITE INPTJRPT-LINE.
003820     MOVE JRP-CATEGORY-CHANGES TO JRP-EDIT-COUNT.
003830     MOVE SPACES TO INPTJRPT-LINE.
003840     STRING "  CATEGORIES CHANGED        : " DELIMITED BY SIZE
003850         JRP-EDIT-COUNT DELIMITED BY SIZE
003860         INTO INPTJRPT-LINE.
003870     WRITE INPTJRPT-LINE.
003880 7000-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------------
003920* 9000-TERMINATE
003930*----------------------------------------------------------------
003940 9000-TERMINATE.
003950     IF JRP-JRN-FILE-STATUS NOT = "35"
003960         CLOSE INPTJRNL-FILE
003970     END-IF.
003980     CLOSE INPTJRPT-FILE.
003990 9000-EXIT.
004000     EXIT.

000010******************************************************************
000020* Author: Luke Captain
000030* Installation: Batch Support
000040* Date-Written: 15/10/2026
000050* Purpose: Builds the night's EULSCTL problem list from the
000060*          EULSCHED standing schedule master and the EULHCAL
000070*          holiday calendar, ahead of EULER-REQIN appending the
000080*          analytics requests.  Each standing entry carries its
000090*          problem, either a preset name or explicit parameters,
000100*          and a frequency - DAILY, WEEKDAY, WEEKLY-ddd,
000110*          MONTH-END (the last business day of the month) or
000120*          DATES (up to six specific dates) - with a holiday
000130*          action saying whether a run due on a holiday is
000140*          skipped, moved to the next business day or run
000150*          anyway.  Every entry due on the processing date is
000160*          written with SUITE-RUN-DATE stamped to that date, and
000170*          EULSGRPT shows every schedule entry with what it will
000180*          do tonight and why.  The EULSGCTL control card names
000190*          the processing date (default today) and the mode -
000200*          LIVE writes EULSCTL and logs the build to EULAUDIT,
000210*          FORECAST prints the report for any date and writes
000220*          nothing.
000230* Tectonics: cobc
000240*
000250* Modification History:
000260*   15/10/2026 LC  Initial version.
000262*   15/10/2026 LC  Standing entries can name an earlier entry
000264*                  as predecessor with an RC0, DISCREP or ALWAYS
000266*                  condition; it is resolved to tonight's list
000268*                  position and written on the EULSCTL entry.
000269*   15/10/2026 LC  EULSCTL entries carry the limit sweep fields;
000270*                  standing entries are generated as single
000271*                  runs.
000272*   15/10/2026 LC  EULSCTL entries carry the detail switch;
000273*                  standing entries are generated with it off.
000274*   15/10/2026 LC  A preset name resolves to the EULSPSET
000275*                  version in effect on the processing date, not
000276*                  the first row with that name.  Control card
000277*                  and report renamed EULSGCTL and EULSGRPT, as
000278*                  EULGCTL and EULGRPT belong to EULER-AUDROLL.
000279******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EULER-SCHGEN.
000300 AUTHOR. LUKE CAPTAIN.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CONTROL-FILE ASSIGN TO "EULSGCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CTL-FILE-STATUS.
000400
000410     SELECT SCHEDULE-FILE ASSIGN TO "EULSCHED"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS SCH-FILE-STATUS.
000440
000450     SELECT HOLIDAY-FILE ASSIGN TO "EULHCAL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS HOL-FILE-STATUS.
000480
000490     SELECT REGISTRY-FILE ASSIGN TO "EULSJOBS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS REG-FILE-STATUS.
000520
000530     SELECT PRESET-FILE ASSIGN TO "EULSPSET"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PSL-FILE-STATUS.
000560
000570     SELECT SUITE-CONTROL-FILE ASSIGN TO "EULSCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SCT-FILE-STATUS.
000600
000610     SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS AUD-FILE-STATUS.
000640
000650     SELECT REPORT-FILE ASSIGN TO "EULSGRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RPT-FILE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710*    Processing date (blank or zero for today) and LIVE or
000720*    FORECAST (blank for LIVE).
000730 FD  CONTROL-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  GENERATE-CONTROL-RECORD.
000760     05  GEN-PROCESS-DATE        PIC X(08).
000770     05  GEN-RUN-MODE            PIC X(08).
000780
000790*    One standing entry.  A non-blank preset name generates the
000800*    '*' preset form and the explicit parameters are ignored.
000810 FD  SCHEDULE-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  SCHEDULE-RECORD.
000840     05  SCH-ENTRY-NAME          PIC X(08).
000850     05  SCH-PROBLEM-NUMBER      PIC 9(02).
000860     05  SCH-FREQUENCY           PIC X(10).
000870     05  SCH-FREQ-WEEKLY-VIEW REDEFINES SCH-FREQUENCY.
000880         10  SCH-FREQ-PREFIX     PIC X(07).
000890         10  SCH-FREQ-DAY        PIC X(03).
000900     05  SCH-HOLIDAY-ACTION      PIC X(04).
000910     05  SCH-EFF-DATE            PIC 9(08).
000920     05  SCH-EXP-DATE            PIC 9(08).
000930     05  SCH-PRESET-NAME         PIC X(08).
000940     05  SCH-LIMIT               PIC 9(10).
000950     05  SCH-DIVISOR-COUNT       PIC 9(01).
000960     05  SCH-DIVISOR-TABLE.
000970         10  SCH-DIVISOR         PIC 9(04) OCCURS 4 TIMES.
000980     05  SCH-CALC-MODE           PIC X(06).
000990     05  SCH-DATE-TABLE.
001000         10  SCH-RUN-DATE        PIC 9(08) OCCURS 6 TIMES.
001002*    Optional predecessor - the name of an earlier standing
001004*    entry - and the condition on its outcome (blank for RC0).
001006     05  SCH-PRED-NAME           PIC X(08).
001008     05  SCH-PRED-COND           PIC X(07).
001010
001020 FD  HOLIDAY-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  HOLIDAY-RECORD.
001050     05  HOL-DATE                PIC 9(08).
001060     05  HOL-NAME                PIC X(30).
001070
001080 FD  REGISTRY-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY EULSJB.
001110
001120 FD  PRESET-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  PRESET-RECORD.
001150     05  PSL-NAME                PIC X(08).
001160     05  PSL-OWNER               PIC X(08).
001170     05  PSL-EFF-DATE            PIC 9(08).
001180     05  PSL-EXP-DATE            PIC 9(08).
001190     05  PSL-LIMIT               PIC 9(10).
001200     05  PSL-DIVISOR-COUNT       PIC 9(01).
001210     05  PSL-DIVISOR-TABLE.
001220         10  PSL-DIVISOR         PIC 9(04) OCCURS 4 TIMES.
001230     05  PSL-CALC-MODE           PIC X(06).
001240
001250 FD  SUITE-CONTROL-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  SUITE-ENTRY.
001280     05  SUITE-PROBLEM-NUMBER    PIC 9(02).
001290     05  SUITE-RUN-DATE          PIC X(08).
001300     05  SUITE-LIMIT             PIC 9(10).
001310     05  SUITE-DIVISOR-COUNT     PIC 9(01).
001320     05  SUITE-DIVISOR-TABLE.
001330         10  SUITE-DIVISOR       PIC 9(04) OCCURS 4 TIMES.
001340     05  SUITE-CALC-MODE         PIC X(06).
001343     05  SUITE-PRED-SEQ          PIC 9(04).
001346     05  SUITE-PRED-COND         PIC X(07).
001347     05  SUITE-SWEEP-DATA.
001348         10  SUITE-SWEEP-TYPE    PIC X(01).
001349         10  SUITE-SWEEP-TO      PIC 9(10).
001350         10  SUITE-SWEEP-STEP    PIC 9(10).
001351     05  SUITE-DETAIL-SW         PIC X(01).
001352*    Preset form of the same entry, as EULER-SUITE reads it - a
001360*    '*' tag where the limit would start and the EULSPSET
001370*    preset name after it.
001380 01  SUITE-PRESET-ENTRY.
001390     05  SUITE-PST-PROBLEM       PIC 9(02).
001400     05  SUITE-PST-RUN-DATE      PIC X(08).
001410     05  SUITE-PST-TAG           PIC X(01).
001420     05  SUITE-PST-NAME          PIC X(08).
001430     05  FILLER                  PIC X(24).
001440
001450 FD  AUDIT-FILE
001460     LABEL RECORDS ARE STANDARD.
001470     COPY EULAUD.
001480
001490 FD  REPORT-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  REPORT-FILE-LINE            PIC X(132).
001520*
001530 WORKING-STORAGE SECTION.
001540 01  TODAY-DATE                  PIC 9(08).
001550 01  TODAY-TIME                  PIC 9(08).
001560 01  REPORT-TIMESTAMP            PIC X(26).
001570 01  PROCESS-DATE                PIC 9(08).
001580 01  PROCESS-DAY-NUMBER          PIC 9(07).
001590 01  PROCESS-WEEKDAY             PIC 9(01).
001600 01  MONTH-END-DATE              PIC 9(08).
001610 01  MONTH-END-BUSINESS-DATE     PIC 9(08).
001620 01  NEXT-MONTH-FIRST            PIC 9(08).
001630 01  CHECK-DATE                  PIC 9(08).
001640 01  CHECK-DAY-NUMBER            PIC 9(07).
001650 01  CHECK-WEEKDAY               PIC 9(01).
001660 01  LOOKBACK-DAYS               PIC 9(02).
001670 01  WEEKLY-DAY-INDEX            PIC 9(01).
001680 01  ENTRY-DECISION              PIC X(06).
001690 01  ENTRY-REASON                PIC X(50).
001700 01  ENTRY-PARM-TEXT             PIC X(24).
001710 01  LIMIT-DISPLAY               PIC Z(09)9.
001720 01  GENERATED-COUNT             PIC 9(04) VALUE ZERO.
001730 01  SCHEDULE-READ-COUNT         PIC 9(04) VALUE ZERO.
001740 01  NOT-DUE-COUNT               PIC 9(04) VALUE ZERO.
001750 01  ERROR-COUNT                 PIC 9(04) VALUE ZERO.
001760 01  ENTRY-SEQ-DISPLAY           PIC 9(04).
001761 01  PRED-SEQ-WORK               PIC 9(04).
001762 01  PRED-COND-WORK              PIC X(07).
001763 01  PRED-SUB                    PIC S9(04) COMP.
001764 01  SEEN-SCAN-SUB               PIC S9(04) COMP.
001765 01  REASON-WORK                 PIC X(50).
001770 01  HOLIDAY-NAME-WORK           PIC X(30).
001780 01  DATE-SUB                    PIC S9(04) COMP.
001790 01  HOLIDAY-SCAN-SUB            PIC S9(04) COMP.
001800 01  REGISTRY-SCAN-SUB           PIC S9(04) COMP.
001810 01  PRESET-SCAN-SUB             PIC S9(04) COMP.
001820 01  PRESET-SUB                  PIC S9(04) COMP.
001830 01  DATE-CHECK-AREA.
001840     05  DATE-CHECK-NUM          PIC 9(08).
001850     05  DATE-CHECK-PARTS REDEFINES DATE-CHECK-NUM.
001860         10  DATE-CHECK-YEAR     PIC 9(04).
001870         10  DATE-CHECK-MONTH    PIC 9(02).
001880         10  DATE-CHECK-DAY      PIC 9(02).
001890
001900 01  DAY-NAME-AREA.
001910     05  DAY-NAME-LIST           PIC X(21)
001920                                 VALUE 'MONTUEWEDTHUFRISATSUN'.
001930     05  DAY-NAME-TBL REDEFINES DAY-NAME-LIST.
001940         10  DAY-NAME            PIC X(03) OCCURS 7 TIMES.
001950
001960 01  HOLIDAY-TABLE-AREA.
001970     05  HOLIDAY-COUNT           PIC 9(03) VALUE ZERO.
001980     05  HOLIDAY-TBL OCCURS 200 TIMES.
001990         10  HLT-DATE            PIC 9(08).
002000         10  HLT-NAME            PIC X(30).
002010
002020 01  REGISTRY-TABLE-AREA.
002030     05  REGISTRY-COUNT          PIC 9(02) VALUE ZERO.
002040     05  REGISTRY-TBL OCCURS 20 TIMES.
002050         10  RGT-PROBLEM         PIC 9(02).
002060
002070 01  PRESET-TABLE-AREA.
002080     05  PRESET-COUNT            PIC 9(02) VALUE ZERO.
002090     05  PRESET-TBL OCCURS 30 TIMES.
002100         10  PRS-NAME            PIC X(08).
002110         10  PRS-EFF-DATE        PIC 9(08).
002120         10  PRS-EXP-DATE        PIC 9(08).
002130
002131*    Every schedule entry read so far, with its decision and
002132*    its position on tonight's list, for resolving predecessors.
002133 01  SEEN-TABLE-AREA.
002134     05  SEEN-COUNT              PIC 9(03) VALUE ZERO.
002135     05  SEEN-TBL OCCURS 200 TIMES.
002136         10  SNT-NAME            PIC X(08).
002137         10  SNT-DECISION        PIC X(06).
002138         10  SNT-SEQ             PIC 9(04).
002139
002140 01  GENERATE-SWITCHES.
002150     05  ABEND-SW                PIC X(01) VALUE 'N'.
002160         88  JOB-ABEND                 VALUE 'Y'.
002170     05  FORECAST-SW             PIC X(01) VALUE 'N'.
002180         88  FORECAST-MODE             VALUE 'Y'.
002190     05  SCH-EOF-SW              PIC X(01) VALUE 'N'.
002200         88  SCH-EOF                   VALUE 'Y'.
002210     05  HOL-EOF-SW              PIC X(01) VALUE 'N'.
002220         88  HOL-EOF                   VALUE 'Y'.
002230     05  REG-EOF-SW              PIC X(01) VALUE 'N'.
002240         88  REG-EOF                   VALUE 'Y'.
002250     05  PSL-EOF-SW              PIC X(01) VALUE 'N'.
002260         88  PSL-EOF                   VALUE 'Y'.
002270     05  SCT-OPEN-SW             PIC X(01) VALUE 'N'.
002280         88  SCT-FILE-OPENED           VALUE 'Y'.
002290     05  SCH-OPEN-SW             PIC X(01) VALUE 'N'.
002300         88  SCH-FILE-OPENED           VALUE 'Y'.
002310     05  DATE-VALID-SW           PIC X(01) VALUE 'N'.
002320         88  DATE-VALID                VALUE 'Y'.
002330     05  HOLIDAY-FOUND-SW        PIC X(01) VALUE 'N'.
002340         88  CHECK-DATE-HOLIDAY        VALUE 'Y'.
002350     05  BUSINESS-DAY-SW         PIC X(01) VALUE 'N'.
002360         88  CHECK-DATE-BUSINESS       VALUE 'Y'.
002370     05  PROCESS-HOLIDAY-SW      PIC X(01) VALUE 'N'.
002380         88  PROCESS-DATE-HOLIDAY      VALUE 'Y'.
002390     05  PROCESS-BUSINESS-SW     PIC X(01) VALUE 'N'.
002400         88  PROCESS-DATE-BUSINESS     VALUE 'Y'.
002410     05  NOMINAL-DUE-SW          PIC X(01) VALUE 'N'.
002420         88  NOMINALLY-DUE             VALUE 'Y'.
002430     05  REG-FOUND-SW            PIC X(01) VALUE 'N'.
002440         88  REGISTRY-ENTRY-FOUND      VALUE 'Y'.
002450     05  PRESET-FOUND-SW         PIC X(01) VALUE 'N'.
002460         88  PRESET-ROW-FOUND          VALUE 'Y'.
002461     05  PRESET-NAME-SW          PIC X(01) VALUE 'N'.
002462         88  PRESET-NAME-SEEN          VALUE 'Y'.
002463     05  PRED-FOUND-SW           PIC X(01) VALUE 'N'.
002466         88  PREDECESSOR-FOUND         VALUE 'Y'.
002470
002480 01  FILE-STATUS-AREA.
002490     05  CTL-FILE-STATUS         PIC X(02).
002500         88  CTL-FILE-OK               VALUE '00'.
002510     05  SCH-FILE-STATUS         PIC X(02).
002520         88  SCH-FILE-OK               VALUE '00'.
002530     05  HOL-FILE-STATUS         PIC X(02).
002540         88  HOL-FILE-OK               VALUE '00'.
002550     05  REG-FILE-STATUS         PIC X(02).
002560         88  REG-FILE-OK               VALUE '00'.
002570     05  PSL-FILE-STATUS         PIC X(02).
002580         88  PSL-FILE-OK               VALUE '00'.
002590     05  SCT-FILE-STATUS         PIC X(02).
002600         88  SCT-FILE-OK               VALUE '00'.
002610     05  AUD-FILE-STATUS         PIC X(02).
002620         88  AUD-FILE-OK               VALUE '00'.
002630     05  RPT-FILE-STATUS         PIC X(02).
002640         88  RPT-FILE-OK               VALUE '00'.
002650*
002660 PROCEDURE DIVISION.
002670******************************************************************
002680* 0000-MAINLINE - settle the processing date, load the calendar,
002690* registry and presets, then decide every schedule entry in turn.
002700******************************************************************
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730     IF NOT JOB-ABEND
002740         PERFORM 2000-PROCESS-SCHEDULE-ENTRY THRU 2000-EXIT
002750             UNTIL SCH-EOF
002760         PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
002770     END-IF.
002780     IF NOT JOB-ABEND AND NOT FORECAST-MODE
002790         PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
002800     END-IF.
002810     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002820     GOBACK.
002830*
002840******************************************************************
002850* 1000-INITIALIZE - read EULSGCTL, work out the processing date's
002860* weekday, holiday and month-end standing, and open the files.
002870* The schedule master has to be there; a night built from nothing
002880* would look like a quiet night rather than a missing file.
002890******************************************************************
002900 1000-INITIALIZE.
002910     OPEN OUTPUT REPORT-FILE.
002920     IF NOT RPT-FILE-OK
002930         DISPLAY "EULER-SCHGEN: EULSGRPT OPEN FAILED - "
002931                 "RUN ABORTED"
002940         MOVE 'Y' TO ABEND-SW
002950         GO TO 1000-EXIT
002960     END-IF.
002970     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
002980     ACCEPT TODAY-TIME FROM TIME.
002990     MOVE TODAY-DATE TO PROCESS-DATE.
003000     OPEN INPUT CONTROL-FILE.
003010     IF CTL-FILE-OK
003020         READ CONTROL-FILE
003030             AT END
003040                 CONTINUE
003050             NOT AT END
003060                 IF GEN-PROCESS-DATE IS NUMERIC
003070                         AND GEN-PROCESS-DATE NOT = ZERO
003080                     MOVE GEN-PROCESS-DATE TO PROCESS-DATE
003090                 END-IF
003100                 IF GEN-RUN-MODE = "FORECAST"
003110                     MOVE 'Y' TO FORECAST-SW
003120                 END-IF
003130         END-READ
003140         CLOSE CONTROL-FILE
003150     END-IF.
003160     MOVE PROCESS-DATE TO DATE-CHECK-NUM.
003170     PERFORM 1900-VALIDATE-DATE THRU 1900-EXIT.
003180     IF NOT DATE-VALID
003190         MOVE 'Y' TO ABEND-SW
003200         MOVE SPACES TO REPORT-FILE-LINE
003210         STRING "*** EULSGCTL PROCESSING DATE INVALID: "
003220                 DELIMITED BY SIZE
003230                 GEN-PROCESS-DATE DELIMITED BY SIZE
003240                 " - RUN ABORTED" DELIMITED BY SIZE
003250                 INTO REPORT-FILE-LINE
003260         END-STRING
003270         WRITE REPORT-FILE-LINE
003280         GO TO 1000-EXIT
003290     END-IF.
003300     PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT.
003310     PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT.
003320     PERFORM 1300-LOAD-PRESETS THRU 1300-EXIT.
003330     MOVE PROCESS-DATE TO CHECK-DATE.
003340     PERFORM 1800-CLASSIFY-DATE THRU 1800-EXIT.
003350     MOVE CHECK-DAY-NUMBER TO PROCESS-DAY-NUMBER.
003360     MOVE CHECK-WEEKDAY TO PROCESS-WEEKDAY.
003370     MOVE HOLIDAY-FOUND-SW TO PROCESS-HOLIDAY-SW.
003380     MOVE BUSINESS-DAY-SW TO PROCESS-BUSINESS-SW.
003390     PERFORM 1400-FIND-MONTH-END THRU 1400-EXIT.
003400     PERFORM 1500-WRITE-HEADINGS THRU 1500-EXIT.
003410     OPEN INPUT SCHEDULE-FILE.
003420     IF NOT SCH-FILE-OK
003430         MOVE 'Y' TO ABEND-SW
003440         MOVE "*** EULSCHED NOT FOUND - RUN ABORTED ***"
003450             TO REPORT-FILE-LINE
003460         WRITE REPORT-FILE-LINE
003470         GO TO 1000-EXIT
003480     END-IF.
003490     SET SCH-FILE-OPENED TO TRUE.
003500     IF NOT FORECAST-MODE
003510         OPEN OUTPUT SUITE-CONTROL-FILE
003520         IF NOT SCT-FILE-OK
003530             MOVE 'Y' TO ABEND-SW
003540             MOVE "*** EULSCTL OPEN FAILED - RUN ABORTED ***"
003550                 TO REPORT-FILE-LINE
003560             WRITE REPORT-FILE-LINE
003570             GO TO 1000-EXIT
003580         END-IF
003590         SET SCT-FILE-OPENED TO TRUE
003600     END-IF.
003610 1000-EXIT.
003620     EXIT.
003630*
003640 1100-LOAD-HOLIDAYS.
003650     OPEN INPUT HOLIDAY-FILE.
003660     IF NOT HOL-FILE-OK
003670         MOVE "NO EULHCAL HOLIDAY CALENDAR - WEEKENDS ONLY"
003680             TO REPORT-FILE-LINE
003690         WRITE REPORT-FILE-LINE
003700         GO TO 1100-EXIT
003710     END-IF.
003720     PERFORM 1110-LOAD-HOLIDAY-RECORD THRU 1110-EXIT
003730         UNTIL HOL-EOF.
003740     CLOSE HOLIDAY-FILE.
003750 1100-EXIT.
003760     EXIT.
003770*
003780 1110-LOAD-HOLIDAY-RECORD.
003790     READ HOLIDAY-FILE
003800         AT END
003810             MOVE 'Y' TO HOL-EOF-SW
003820             GO TO 1110-EXIT
003830     END-READ.
003840     IF HOL-DATE IS NOT NUMERIC
003850         GO TO 1110-EXIT
003860     END-IF.
003870     IF HOLIDAY-COUNT < 200
003880         ADD 1 TO HOLIDAY-COUNT
003890         MOVE HOL-DATE TO HLT-DATE(HOLIDAY-COUNT)
003900         MOVE HOL-NAME TO HLT-NAME(HOLIDAY-COUNT)
003910     END-IF.
003920 1110-EXIT.
003930     EXIT.
003940*
003950 1200-LOAD-REGISTRY.
003960     OPEN INPUT REGISTRY-FILE.
003970     IF NOT REG-FILE-OK
003980         MOVE "*** EULSJOBS NOT FOUND - EVERY ENTRY WILL FAIL"
003990             TO REPORT-FILE-LINE
004000         WRITE REPORT-FILE-LINE
004010         GO TO 1200-EXIT
004020     END-IF.
004030     PERFORM 1210-LOAD-REGISTRY-RECORD THRU 1210-EXIT
004040         UNTIL REG-EOF.
004050     CLOSE REGISTRY-FILE.
004060 1200-EXIT.
004070     EXIT.
004080*
004090 1210-LOAD-REGISTRY-RECORD.
004100     READ REGISTRY-FILE
004110         AT END
004120             MOVE 'Y' TO REG-EOF-SW
004130         NOT AT END
004140             IF REGISTRY-COUNT < 20
004150                 ADD 1 TO REGISTRY-COUNT
004160                 MOVE REG-PROBLEM-NUMBER
004170                     TO RGT-PROBLEM(REGISTRY-COUNT)
004180             END-IF
004190     END-READ.
004200 1210-EXIT.
004210     EXIT.
004220*
004230 1300-LOAD-PRESETS.
004240     OPEN INPUT PRESET-FILE.
004250     IF NOT PSL-FILE-OK
004260         GO TO 1300-EXIT
004270     END-IF.
004280     PERFORM 1310-LOAD-PRESET-RECORD THRU 1310-EXIT
004290         UNTIL PSL-EOF.
004300     CLOSE PRESET-FILE.
004310 1300-EXIT.
004320     EXIT.
004330*
004340 1310-LOAD-PRESET-RECORD.
004350     READ PRESET-FILE
004360         AT END
004370             MOVE 'Y' TO PSL-EOF-SW
004380         NOT AT END
004390             IF PRESET-COUNT < 30
004400                 ADD 1 TO PRESET-COUNT
004410                 MOVE PSL-NAME TO PRS-NAME(PRESET-COUNT)
004420                 MOVE PSL-EFF-DATE TO PRS-EFF-DATE(PRESET-COUNT)
004430                 MOVE PSL-EXP-DATE TO PRS-EXP-DATE(PRESET-COUNT)
004440             END-IF
004450     END-READ.
004460 1310-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500* 1400-FIND-MONTH-END - the last calendar day of the processing
004510* month and, stepping back over weekends and holidays, its last
004520* business day.
004530******************************************************************
004540 1400-FIND-MONTH-END.
004550     MOVE PROCESS-DATE TO DATE-CHECK-NUM.
004560     MOVE 1 TO DATE-CHECK-DAY.
004570     IF DATE-CHECK-MONTH = 12
004580         ADD 1 TO DATE-CHECK-YEAR
004590         MOVE 1 TO DATE-CHECK-MONTH
004600     ELSE
004610         ADD 1 TO DATE-CHECK-MONTH
004620     END-IF.
004630     MOVE DATE-CHECK-NUM TO NEXT-MONTH-FIRST.
004640     COMPUTE MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
004650         FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST) - 1).
004660     MOVE MONTH-END-DATE TO CHECK-DATE.
004670     PERFORM 1800-CLASSIFY-DATE THRU 1800-EXIT.
004680     PERFORM 1410-STEP-BACK-ONE-DAY THRU 1410-EXIT
004690         UNTIL CHECK-DATE-BUSINESS.
004700     MOVE CHECK-DATE TO MONTH-END-BUSINESS-DATE.
004710 1400-EXIT.
004720     EXIT.
004730*
004740 1410-STEP-BACK-ONE-DAY.
004750     COMPUTE CHECK-DATE
004760         = FUNCTION DATE-OF-INTEGER(CHECK-DAY-NUMBER - 1).
004770     PERFORM 1800-CLASSIFY-DATE THRU 1800-EXIT.
004780 1410-EXIT.
004790     EXIT.
004800*
004810 1500-WRITE-HEADINGS.
004820     MOVE SPACES TO REPORT-FILE-LINE.
004830     STRING "EULER-SCHGEN - WHAT WILL RUN TONIGHT AND WHY"
004840             DELIMITED BY SIZE INTO REPORT-FILE-LINE
004850     END-STRING.
004860     WRITE REPORT-FILE-LINE.
004870     MOVE SPACES TO REPORT-FILE-LINE.
004880     IF FORECAST-MODE
004890         STRING "FORECAST ONLY - EULSCTL NOT WRITTEN.  RUN DATE: "
004900                 DELIMITED BY SIZE
004910                 TODAY-DATE DELIMITED BY SIZE
004920                 INTO REPORT-FILE-LINE
004930         END-STRING
004940     ELSE
004950         STRING "LIVE - EULSCTL REBUILT.  RUN DATE: "
004960                 DELIMITED BY SIZE
004970                 TODAY-DATE DELIMITED BY SIZE
004980                 INTO REPORT-FILE-LINE
004990         END-STRING
005000     END-IF.
005010     WRITE REPORT-FILE-LINE.
005020     MOVE SPACES TO REPORT-FILE-LINE.
005030     STRING "PROCESSING DATE: " DELIMITED BY SIZE
005040             PROCESS-DATE DELIMITED BY SIZE
005050             " " DELIMITED BY SIZE
005060             DAY-NAME(PROCESS-WEEKDAY) DELIMITED BY SIZE
005070             "  MONTH-END BUSINESS DAY: " DELIMITED BY SIZE
005080             MONTH-END-BUSINESS-DATE DELIMITED BY SIZE
005090             INTO REPORT-FILE-LINE
005100     END-STRING.
005110     WRITE REPORT-FILE-LINE.
005120     MOVE SPACES TO REPORT-FILE-LINE.
005130     IF PROCESS-DATE-HOLIDAY
005140         MOVE PROCESS-DATE TO CHECK-DATE
005150         PERFORM 1800-CLASSIFY-DATE THRU 1800-EXIT
005160         STRING "PROCESSING DATE IS A HOLIDAY: " DELIMITED BY SIZE
005170                 HOLIDAY-NAME-WORK DELIMITED BY SIZE
005180                 INTO REPORT-FILE-LINE
005190         END-STRING
005200     ELSE
005210         IF PROCESS-DATE-BUSINESS
005220             MOVE "PROCESSING DATE IS A BUSINESS DAY"
005230                 TO REPORT-FILE-LINE
005240         ELSE
005250             MOVE "PROCESSING DATE IS A WEEKEND DAY"
005260                 TO REPORT-FILE-LINE
005270         END-IF
005280     END-IF.
005290     WRITE REPORT-FILE-LINE.
005300     MOVE SPACES TO REPORT-FILE-LINE.
005310     WRITE REPORT-FILE-LINE.
005320     MOVE SPACES TO REPORT-FILE-LINE.
005330     STRING "SEQ  ENTRY    PB FREQUENCY  HOL  DECISION "
005340             DELIMITED BY SIZE
005350             "PARAMETERS               REASON"
005360             DELIMITED BY SIZE
005370             INTO REPORT-FILE-LINE
005380     END-STRING.
005390     WRITE REPORT-FILE-LINE.
005400 1500-EXIT.
005410     EXIT.
005420*
005430******************************************************************
005440* 1800-CLASSIFY-DATE - day number, weekday (1 = MON .. 7 = SUN),
005450* holiday and business-day standing of CHECK-DATE.  Day 1 of the
005460* integer calendar, 01/01/1601, was a Monday.
005470******************************************************************
005480 1800-CLASSIFY-DATE.
005490     COMPUTE CHECK-DAY-NUMBER
005500         = FUNCTION INTEGER-OF-DATE(CHECK-DATE).
005510     COMPUTE CHECK-WEEKDAY
005520         = FUNCTION MOD(CHECK-DAY-NUMBER - 1, 7) + 1.
005530     MOVE 'N' TO HOLIDAY-FOUND-SW.
005540     MOVE SPACES TO HOLIDAY-NAME-WORK.
005550     IF HOLIDAY-COUNT > ZERO
005560         PERFORM 1810-MATCH-HOLIDAY-ROW THRU 1810-EXIT
005570             VARYING HOLIDAY-SCAN-SUB FROM 1 BY 1
005580             UNTIL HOLIDAY-SCAN-SUB > HOLIDAY-COUNT
005590                 OR CHECK-DATE-HOLIDAY
005600     END-IF.
005610     IF CHECK-WEEKDAY < 6 AND NOT CHECK-DATE-HOLIDAY
005620         MOVE 'Y' TO BUSINESS-DAY-SW
005630     ELSE
005640         MOVE 'N' TO BUSINESS-DAY-SW
005650     END-IF.
005660 1800-EXIT.
005670     EXIT.
005680*
005690 1810-MATCH-HOLIDAY-ROW.
005700     IF HLT-DATE(HOLIDAY-SCAN-SUB) = CHECK-DATE
005710         MOVE 'Y' TO HOLIDAY-FOUND-SW
005720         MOVE HLT-NAME(HOLIDAY-SCAN-SUB) TO HOLIDAY-NAME-WORK
005730     END-IF.
005740 1810-EXIT.
005750     EXIT.
005760*
005770******************************************************************
005780* 1900-VALIDATE-DATE - DATE-CHECK-NUM is a real calendar date.
005790******************************************************************
005800 1900-VALIDATE-DATE.
005810     MOVE 'N' TO DATE-VALID-SW.
005820     IF DATE-CHECK-NUM IS NOT NUMERIC
005830         GO TO 1900-EXIT
005840     END-IF.
005850     IF DATE-CHECK-YEAR < 1601
005860             OR DATE-CHECK-MONTH < 1 OR DATE-CHECK-MONTH > 12
005870             OR DATE-CHECK-DAY < 1 OR DATE-CHECK-DAY > 31
005880         GO TO 1900-EXIT
005890     END-IF.
005900     IF FUNCTION DATE-OF-INTEGER(
005910             FUNCTION INTEGER-OF-DATE(DATE-CHECK-NUM))
005920             = DATE-CHECK-NUM
005930         MOVE 'Y' TO DATE-VALID-SW
005940     END-IF.
005950 1900-EXIT.
005960     EXIT.
005970*
005980******************************************************************
005990* 2000-PROCESS-SCHEDULE-ENTRY - decide one standing entry, write
006000* it to EULSCTL when it is due, and report the decision.
006010******************************************************************
006020 2000-PROCESS-SCHEDULE-ENTRY.
006030     READ SCHEDULE-FILE
006040         AT END
006050             MOVE 'Y' TO SCH-EOF-SW
006060             GO TO 2000-EXIT
006070     END-READ.
006080     ADD 1 TO SCHEDULE-READ-COUNT.
006090     MOVE SPACES TO ENTRY-REASON.
006100     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT.
006110     IF ENTRY-DECISION NOT = "ERROR"
006120         PERFORM 2200-DECIDE-ENTRY THRU 2200-EXIT
006130     END-IF.
006131     MOVE ZERO TO PRED-SEQ-WORK.
006132     MOVE SPACES TO PRED-COND-WORK.
006133     IF ENTRY-DECISION = "RUN" AND SCH-PRED-NAME NOT = SPACES
006134         PERFORM 2250-RESOLVE-PREDECESSOR THRU 2250-EXIT
006135     END-IF.
006140     IF ENTRY-DECISION = "RUN" AND GENERATED-COUNT >= 100
006150         MOVE "ERROR" TO ENTRY-DECISION
006160         MOVE "PROBLEM LIST FULL AT 100 ENTRIES" TO ENTRY-REASON
006170     END-IF.
006180     IF SCH-PRESET-NAME NOT = SPACES
006190         MOVE SPACES TO ENTRY-PARM-TEXT
006200         STRING "PRESET " DELIMITED BY SIZE
006210                 SCH-PRESET-NAME DELIMITED BY SIZE
006220                 INTO ENTRY-PARM-TEXT
006230         END-STRING
006240     ELSE
006250         MOVE SPACES TO ENTRY-PARM-TEXT
006260         IF SCH-LIMIT IS NUMERIC
006270             MOVE SCH-LIMIT TO LIMIT-DISPLAY
006280             STRING "LIMIT " DELIMITED BY SIZE
006290                     LIMIT-DISPLAY DELIMITED BY SIZE
006300                     INTO ENTRY-PARM-TEXT
006310             END-STRING
006320         END-IF
006330     END-IF.
006340     MOVE ZERO TO ENTRY-SEQ-DISPLAY.
006350     EVALUATE ENTRY-DECISION
006360         WHEN "RUN"
006370             PERFORM 2300-WRITE-SUITE-ENTRY THRU 2300-EXIT
006380         WHEN "ERROR"
006390             ADD 1 TO ERROR-COUNT
006400         WHEN OTHER
006410             ADD 1 TO NOT-DUE-COUNT
006420     END-EVALUATE.
006421     IF SEEN-COUNT < 200
006422         ADD 1 TO SEEN-COUNT
006423         MOVE SCH-ENTRY-NAME TO SNT-NAME(SEEN-COUNT)
006424         MOVE ENTRY-DECISION TO SNT-DECISION(SEEN-COUNT)
006425         MOVE ENTRY-SEQ-DISPLAY TO SNT-SEQ(SEEN-COUNT)
006426     END-IF.
006430     MOVE SPACES TO REPORT-FILE-LINE.
006440     STRING ENTRY-SEQ-DISPLAY DELIMITED BY SIZE
006450             " " DELIMITED BY SIZE
006460             SCH-ENTRY-NAME DELIMITED BY SIZE
006470             " " DELIMITED BY SIZE
006480             SCH-PROBLEM-NUMBER DELIMITED BY SIZE
006490             " " DELIMITED BY SIZE
006500             SCH-FREQUENCY DELIMITED BY SIZE
006510             " " DELIMITED BY SIZE
006520             SCH-HOLIDAY-ACTION DELIMITED BY SIZE
006530             " " DELIMITED BY SIZE
006540             ENTRY-DECISION DELIMITED BY SIZE
006550             "   " DELIMITED BY SIZE
006560             ENTRY-PARM-TEXT DELIMITED BY SIZE
006570             " " DELIMITED BY SIZE
006580             ENTRY-REASON DELIMITED BY SIZE
006590             INTO REPORT-FILE-LINE
006600     END-STRING.
006610     WRITE REPORT-FILE-LINE.
006620 2000-EXIT.
006630     EXIT.
006640*
006650******************************************************************
006660* 2100-EDIT-ENTRY - catch the keying errors here rather than at
006670* 2 a.m.: unregistered problem, unknown frequency or weekday,
006680* unknown holiday action, a DATES entry with no good date, and a
006690* preset that is missing or out of effect on the processing date.
006700******************************************************************
006710 2100-EDIT-ENTRY.
006720     MOVE "ERROR" TO ENTRY-DECISION.
006730     IF SCH-PROBLEM-NUMBER IS NOT NUMERIC
006740         MOVE "PROBLEM NUMBER NOT NUMERIC" TO ENTRY-REASON
006750         GO TO 2100-EXIT
006760     END-IF.
006770     MOVE 'N' TO REG-FOUND-SW.
006780     IF REGISTRY-COUNT > ZERO
006790         PERFORM 2110-MATCH-REGISTRY-ROW THRU 2110-EXIT
006800             VARYING REGISTRY-SCAN-SUB FROM 1 BY 1
006810             UNTIL REGISTRY-SCAN-SUB > REGISTRY-COUNT
006820                 OR REGISTRY-ENTRY-FOUND
006830     END-IF.
006840     IF NOT REGISTRY-ENTRY-FOUND
006850         MOVE "PROBLEM NOT ON EULSJOBS" TO ENTRY-REASON
006860         GO TO 2100-EXIT
006870     END-IF.
006880     IF SCH-HOLIDAY-ACTION = SPACES
006890         MOVE "SKIP" TO SCH-HOLIDAY-ACTION
006900     END-IF.
006910     IF SCH-HOLIDAY-ACTION NOT = "SKIP"
006920             AND SCH-HOLIDAY-ACTION NOT = "NEXT"
006930             AND SCH-HOLIDAY-ACTION NOT = "RUN"
006940         MOVE "HOLIDAY ACTION NOT SKIP, NEXT OR RUN"
006950             TO ENTRY-REASON
006960         GO TO 2100-EXIT
006970     END-IF.
006980     MOVE ZERO TO WEEKLY-DAY-INDEX.
006990     IF SCH-FREQ-PREFIX = "WEEKLY-"
007000         PERFORM 2120-MATCH-DAY-NAME THRU 2120-EXIT
007010             VARYING DATE-SUB FROM 1 BY 1
007020             UNTIL DATE-SUB > 7 OR WEEKLY-DAY-INDEX > ZERO
007030         IF WEEKLY-DAY-INDEX = ZERO
007040             MOVE "WEEKLY DAY NOT MON TO SUN" TO ENTRY-REASON
007050             GO TO 2100-EXIT
007060         END-IF
007070     ELSE
007080         IF SCH-FREQUENCY NOT = "DAILY"
007090                 AND SCH-FREQUENCY NOT = "WEEKDAY"
007100                 AND SCH-FREQUENCY NOT = "MONTH-END"
007110                 AND SCH-FREQUENCY NOT = "DATES"
007120             MOVE "UNKNOWN FREQUENCY" TO ENTRY-REASON
007130             GO TO 2100-EXIT
007140         END-IF
007150     END-IF.
007160     IF SCH-EFF-DATE IS NOT NUMERIC
007170             OR SCH-EXP-DATE IS NOT NUMERIC
007180         MOVE "EFFECTIVE OR EXPIRY DATE NOT NUMERIC"
007190             TO ENTRY-REASON
007200         GO TO 2100-EXIT
007210     END-IF.
007220     IF SCH-FREQUENCY = "DATES"
007230         MOVE 'N' TO DATE-VALID-SW
007240         PERFORM 2130-CHECK-SPECIFIC-DATE THRU 2130-EXIT
007250             VARYING DATE-SUB FROM 1 BY 1
007260             UNTIL DATE-SUB > 6
007270         IF NOT DATE-VALID
007280             MOVE "DATES ENTRY WITH NO VALID DATE" TO ENTRY-REASON
007290             GO TO 2100-EXIT
007300         END-IF
007310     END-IF.
007320     IF SCH-PRESET-NAME NOT = SPACES
007330         MOVE 'N' TO PRESET-FOUND-SW
007331         MOVE 'N' TO PRESET-NAME-SW
007340         IF PRESET-COUNT > ZERO
007350             PERFORM 2140-MATCH-PRESET-ROW THRU 2140-EXIT
007360                 VARYING PRESET-SCAN-SUB FROM 1 BY 1
007370                 UNTIL PRESET-SCAN-SUB > PRESET-COUNT
007380                     OR PRESET-ROW-FOUND
007390         END-IF
007400         IF NOT PRESET-ROW-FOUND AND NOT PRESET-NAME-SEEN
007410             MOVE "PRESET NOT ON EULSPSET" TO ENTRY-REASON
007420             GO TO 2100-EXIT
007430         END-IF
007440         IF NOT PRESET-ROW-FOUND
007470             MOVE "PRESET NOT IN EFFECT ON PROCESSING DATE"
007480                 TO ENTRY-REASON
007490             GO TO 2100-EXIT
007500         END-IF
007510     ELSE
007520         IF SCH-LIMIT IS NOT NUMERIC
007530                 OR SCH-DIVISOR-COUNT IS NOT NUMERIC
007540                 OR SCH-DIVISOR-TABLE IS NOT NUMERIC
007550             MOVE "EXPLICIT PARAMETERS NOT NUMERIC"
007551                 TO ENTRY-REASON
007552             GO TO 2100-EXIT
007553         END-IF
007554     END-IF.
007555     IF SCH-PRED-NAME = SPACES
007556         IF SCH-PRED-COND NOT = SPACES
007557             MOVE "DEPENDENCY CONDITION WITHOUT PREDECESSOR"
007558                 TO ENTRY-REASON
007559             GO TO 2100-EXIT
007560         END-IF
007561     ELSE
007562         IF SCH-PRED-COND = SPACES
007563             MOVE "RC0" TO SCH-PRED-COND
007564         END-IF
007565         IF SCH-PRED-COND NOT = "RC0"
007566                 AND SCH-PRED-COND NOT = "DISCREP"
007567                 AND SCH-PRED-COND NOT = "ALWAYS"
007568             MOVE "DEPENDENCY CONDITION NOT RC0, DISCREP, ALWAYS"
007569                 TO ENTRY-REASON
007570             GO TO 2100-EXIT
007571         END-IF
007572         IF SCH-PRED-NAME = SCH-ENTRY-NAME
007573             MOVE "ENTRY NAMES ITSELF AS PREDECESSOR"
007574                 TO ENTRY-REASON
007575             GO TO 2100-EXIT
007580         END-IF
007590     END-IF.
007600     MOVE SPACES TO ENTRY-DECISION.
007610 2100-EXIT.
007620     EXIT.
007630*
007640 2110-MATCH-REGISTRY-ROW.
007650     IF RGT-PROBLEM(REGISTRY-SCAN-SUB) = SCH-PROBLEM-NUMBER
007660         MOVE 'Y' TO REG-FOUND-SW
007670     END-IF.
007680 2110-EXIT.
007690     EXIT.
007700*
007710 2120-MATCH-DAY-NAME.
007720     IF DAY-NAME(DATE-SUB) = SCH-FREQ-DAY
007730         MOVE DATE-SUB TO WEEKLY-DAY-INDEX
007740     END-IF.
007750 2120-EXIT.
007760     EXIT.
007770*
007780*    A DATES entry needs at least one good date; unused slots are
007790*    zero.
007800 2130-CHECK-SPECIFIC-DATE.
007810     IF SCH-RUN-DATE(DATE-SUB) IS NUMERIC
007820             AND SCH-RUN-DATE(DATE-SUB) > ZERO
007830         MOVE 'Y' TO DATE-VALID-SW
007840     END-IF.
007850 2130-EXIT.
007860     EXIT.
007870*
007872*    EULSPSET may hold several dated versions of one name; only
007874*    the version in effect on the processing date matches.
007880 2140-MATCH-PRESET-ROW.
007890     IF PRS-NAME(PRESET-SCAN-SUB) NOT = SCH-PRESET-NAME
007892         GO TO 2140-EXIT
007894     END-IF.
007896     MOVE 'Y' TO PRESET-NAME-SW.
007898     IF PRS-EFF-DATE(PRESET-SCAN-SUB) IS NOT NUMERIC
007900             OR PRS-EXP-DATE(PRESET-SCAN-SUB) IS NOT NUMERIC
007902         GO TO 2140-EXIT
007904     END-IF.
007906     IF PROCESS-DATE < PRS-EFF-DATE(PRESET-SCAN-SUB)
007908             OR (PRS-EXP-DATE(PRESET-SCAN-SUB) > ZERO
007910             AND PROCESS-DATE > PRS-EXP-DATE(PRESET-SCAN-SUB))
007912         GO TO 2140-EXIT
007914     END-IF.
007916     MOVE 'Y' TO PRESET-FOUND-SW.
007918     MOVE PRESET-SCAN-SUB TO PRESET-SUB.
007930 2140-EXIT.
007940     EXIT.
007950*
007960******************************************************************
007970* 2200-DECIDE-ENTRY - RUN or NOT DUE, with the reason.  A run due
007980* on a holiday follows the entry's holiday action: SKIP drops it,
007990* RUN keeps it, and NEXT carries it to the next business day, so a
008000* business day also looks back over the non-business days before
008010* it for a holiday run that was carried.  MONTH-END means the last
008020* business day of the month, or the last calendar day when the
008030* holiday action is RUN.
008040******************************************************************
008050 2200-DECIDE-ENTRY.
008060     MOVE "NOTDUE" TO ENTRY-DECISION.
008070     IF PROCESS-DATE < SCH-EFF-DATE
008080         MOVE "NOT YET EFFECTIVE" TO ENTRY-REASON
008090         GO TO 2200-EXIT
008100     END-IF.
008110     IF SCH-EXP-DATE > ZERO AND PROCESS-DATE > SCH-EXP-DATE
008120         MOVE "EXPIRED" TO ENTRY-REASON
008130         GO TO 2200-EXIT
008140     END-IF.
008150     IF SCH-FREQUENCY = "MONTH-END"
008160         IF SCH-HOLIDAY-ACTION = "RUN"
008170             MOVE MONTH-END-DATE TO CHECK-DATE
008180         ELSE
008190             MOVE MONTH-END-BUSINESS-DATE TO CHECK-DATE
008200         END-IF
008210         IF PROCESS-DATE = CHECK-DATE
008220             MOVE "RUN" TO ENTRY-DECISION
008230             MOVE "MONTH-END RUN" TO ENTRY-REASON
008240         ELSE
008250             STRING "MONTH-END RUNS ON " DELIMITED BY SIZE
008260                     CHECK-DATE DELIMITED BY SIZE
008270                     INTO ENTRY-REASON
008280             END-STRING
008290         END-IF
008300         GO TO 2200-EXIT
008310     END-IF.
008320     MOVE PROCESS-DATE TO CHECK-DATE.
008330     PERFORM 1800-CLASSIFY-DATE THRU 1800-EXIT.
008340     PERFORM 2210-CHECK-NOMINAL-DUE THRU 2210-EXIT.
008350     IF NOMINALLY-DUE
008360         IF NOT PROCESS-DATE-HOLIDAY
008370             MOVE "RUN" TO ENTRY-DECISION
008380             PERFORM 2220-SET-DUE-REASON THRU 2220-EXIT
008390             GO TO 2200-EXIT
008400         END-IF
008410         IF SCH-HOLIDAY-ACTION = "RUN"
008420             MOVE "RUN" TO ENTRY-DECISION
008430             STRING "HOLIDAY - RUN ANYWAY: " DELIMITED BY SIZE
008440                     HOLIDAY-NAME-WORK DELIMITED BY SIZE
008450                     INTO ENTRY-REASON
008460             END-STRING
008470             GO TO 2200-EXIT
008480         END-IF
008490         IF SCH-HOLIDAY-ACTION = "NEXT"
008500             STRING "HOLIDAY - MOVED TO NEXT BUSINESS DAY: "
008510                     DELIMITED BY SIZE
008520                     HOLIDAY-NAME-WORK DELIMITED BY SIZE
008530                     INTO ENTRY-REASON
008540             END-STRING
008550         ELSE
008560             STRING "HOLIDAY - SKIPPED: " DELIMITED BY SIZE
008570                     HOLIDAY-NAME-WORK DELIMITED BY SIZE
008580                     INTO ENTRY-REASON
008590             END-STRING
008600         END-IF
008610         GO TO 2200-EXIT
008620     END-IF.
008630     MOVE "NOT A SCHEDULED DAY" TO ENTRY-REASON.
008640     IF SCH-HOLIDAY-ACTION = "NEXT" AND PROCESS-DATE-BUSINESS
008650         MOVE ZERO TO LOOKBACK-DAYS
008660         MOVE PROCESS-DATE TO CHECK-DATE
008670         MOVE PROCESS-DAY-NUMBER TO CHECK-DAY-NUMBER
008680         MOVE 'N' TO BUSINESS-DAY-SW
008690         PERFORM 2230-LOOK-BACK-ONE-DAY THRU 2230-EXIT
008700             UNTIL CHECK-DATE-BUSINESS
008710                 OR ENTRY-DECISION = "RUN"
008720                 OR LOOKBACK-DAYS > 14
008730     END-IF.
008740 2200-EXIT.
008750     EXIT.
008760*
008770*    Whether the frequency alone puts the entry on CHECK-DATE.
008780 2210-CHECK-NOMINAL-DUE.
008790     MOVE 'N' TO NOMINAL-DUE-SW.
008800     EVALUATE TRUE
008810         WHEN SCH-FREQUENCY = "DAILY"
008820             MOVE 'Y' TO NOMINAL-DUE-SW
008830         WHEN SCH-FREQUENCY = "WEEKDAY"
008840             IF CHECK-WEEKDAY < 6
008850                 MOVE 'Y' TO NOMINAL-DUE-SW
008860             END-IF
008870         WHEN SCH-FREQ-PREFIX = "WEEKLY-"
008880             IF CHECK-WEEKDAY = WEEKLY-DAY-INDEX
008890                 MOVE 'Y' TO NOMINAL-DUE-SW
008900             END-IF
008910         WHEN SCH-FREQUENCY = "DATES"
008920             PERFORM 2215-MATCH-SPECIFIC-DATE THRU 2215-EXIT
008930                 VARYING DATE-SUB FROM 1 BY 1
008940                 UNTIL DATE-SUB > 6 OR NOMINALLY-DUE
008950     END-EVALUATE.
008960 2210-EXIT.
008970     EXIT.
008980*
008990 2215-MATCH-SPECIFIC-DATE.
009000     IF SCH-RUN-DATE(DATE-SUB) = CHECK-DATE
009010         MOVE 'Y' TO NOMINAL-DUE-SW
009020     END-IF.
009030 2215-EXIT.
009040     EXIT.
009050*
009060 2220-SET-DUE-REASON.
009070     EVALUATE TRUE
009080         WHEN SCH-FREQUENCY = "DAILY"
009090             MOVE "DAILY RUN" TO ENTRY-REASON
009100         WHEN SCH-FREQUENCY = "WEEKDAY"
009110             MOVE "WEEKDAY RUN" TO ENTRY-REASON
009120         WHEN SCH-FREQ-PREFIX = "WEEKLY-"
009130             STRING "WEEKLY RUN - EVERY " DELIMITED BY SIZE
009140                     SCH-FREQ-DAY DELIMITED BY SIZE
009150                     INTO ENTRY-REASON
009160             END-STRING
009170         WHEN OTHER
009180             MOVE "SPECIFIC DATE" TO ENTRY-REASON
009190     END-EVALUATE.
009200 2220-EXIT.
009210     EXIT.
009220*
009230*    Step back one day from CHECK-DATE.  A holiday the entry was
009240*    due on, with nothing but non-business days since, is
009250*    carried to tonight.
009260 2230-LOOK-BACK-ONE-DAY.
009270     ADD 1 TO LOOKBACK-DAYS.
009280     COMPUTE CHECK-DATE
009290         = FUNCTION DATE-OF-INTEGER(CHECK-DAY-NUMBER - 1).
009300     PERFORM 1800-CLASSIFY-DATE THRU 1800-EXIT.
009310     IF CHECK-DATE-BUSINESS OR NOT CHECK-DATE-HOLIDAY
009320         GO TO 2230-EXIT
009330     END-IF.
009340     PERFORM 2210-CHECK-NOMINAL-DUE THRU 2210-EXIT.
009350     IF NOMINALLY-DUE
009360         MOVE "RUN" TO ENTRY-DECISION
009370         MOVE SPACES TO ENTRY-REASON
009380         STRING "CARRIED FROM HOLIDAY " DELIMITED BY SIZE
009390                 CHECK-DATE DELIMITED BY SIZE
009400                 " " DELIMITED BY SIZE
009410                 HOLIDAY-NAME-WORK DELIMITED BY SIZE
009420                 INTO ENTRY-REASON
009430         END-STRING
009440     END-IF.
009450 2230-EXIT.
009460     EXIT.
009470*
009480******************************************************************
009481* 2250-RESOLVE-PREDECESSOR - a due entry with a predecessor.  The
009482* predecessor must be an earlier schedule entry.  Running tonight
009483* it becomes the EULSCTL dependency by list position.  Not due
009484* tonight, an RC0 or ALWAYS entry runs on its own and a DISCREP
009485* entry - which only runs after a discrepancy - is not due.  In
009486* error tonight, only an ALWAYS entry still runs, on its own.
009487******************************************************************
009488 2250-RESOLVE-PREDECESSOR.
009489     MOVE 'N' TO PRED-FOUND-SW.
009490     MOVE ZERO TO PRED-SUB.
009491     IF SEEN-COUNT > ZERO
009492         PERFORM 2255-MATCH-SEEN-ROW THRU 2255-EXIT
009493             VARYING SEEN-SCAN-SUB FROM 1 BY 1
009494             UNTIL SEEN-SCAN-SUB > SEEN-COUNT
009495                 OR PREDECESSOR-FOUND
009496     END-IF.
009497     IF NOT PREDECESSOR-FOUND
009498         MOVE "ERROR" TO ENTRY-DECISION
009499         MOVE "PREDECESSOR NOT AN EARLIER SCHEDULE ENTRY"
009500             TO ENTRY-REASON
009501         GO TO 2250-EXIT
009502     END-IF.
009503     MOVE ENTRY-REASON TO REASON-WORK.
009504     MOVE SPACES TO ENTRY-REASON.
009505     EVALUATE TRUE
009506         WHEN SNT-DECISION(PRED-SUB) = "RUN"
009507             MOVE SNT-SEQ(PRED-SUB) TO PRED-SEQ-WORK
009508             MOVE SCH-PRED-COND TO PRED-COND-WORK
009509             STRING REASON-WORK DELIMITED BY "  "
009510                     ", AFTER " DELIMITED BY SIZE
009511                     PRED-SEQ-WORK DELIMITED BY SIZE
009512                     " ON " DELIMITED BY SIZE
009513                     PRED-COND-WORK DELIMITED BY SPACE
009514                     INTO ENTRY-REASON
009515             END-STRING
009516         WHEN SNT-DECISION(PRED-SUB) = "ERROR"
009517             IF SCH-PRED-COND = "ALWAYS"
009518                 STRING REASON-WORK DELIMITED BY "  "
009519                         ", PREDECESSOR IN ERROR"
009520                         DELIMITED BY SIZE
009521                         INTO ENTRY-REASON
009522                 END-STRING
009523             ELSE
009524                 MOVE "ERROR" TO ENTRY-DECISION
009525                 STRING "PREDECESSOR " DELIMITED BY SIZE
009526                         SCH-PRED-NAME DELIMITED BY SPACE
009527                         " IN ERROR TONIGHT" DELIMITED BY SIZE
009528                         INTO ENTRY-REASON
009529                 END-STRING
009530             END-IF
009531         WHEN SCH-PRED-COND = "DISCREP"
009532             MOVE "NOTDUE" TO ENTRY-DECISION
009533             STRING "PREDECESSOR " DELIMITED BY SIZE
009534                     SCH-PRED-NAME DELIMITED BY SPACE
009535                     " NOT DUE TONIGHT" DELIMITED BY SIZE
009536                     INTO ENTRY-REASON
009537             END-STRING
009538         WHEN OTHER
009539             STRING REASON-WORK DELIMITED BY "  "
009540                     ", PREDECESSOR NOT DUE" DELIMITED BY SIZE
009541                     INTO ENTRY-REASON
009542             END-STRING
009543     END-EVALUATE.
009544 2250-EXIT.
009545     EXIT.
009546*
009547 2255-MATCH-SEEN-ROW.
009548     IF SNT-NAME(SEEN-SCAN-SUB) = SCH-PRED-NAME
009549         MOVE 'Y' TO PRED-FOUND-SW
009550         MOVE SEEN-SCAN-SUB TO PRED-SUB
009551     END-IF.
009552 2255-EXIT.
009553     EXIT.
009554*
009555******************************************************************
009556* 2300-WRITE-SUITE-ENTRY - the EULSCTL entry for a due standing
009557* run, stamped with the processing date.  In a forecast the
009558* position is still counted so the report shows where each entry
009559* would sit.
009560******************************************************************
009561 2300-WRITE-SUITE-ENTRY.
009562     ADD 1 TO GENERATED-COUNT.
009563     MOVE GENERATED-COUNT TO ENTRY-SEQ-DISPLAY.
009570     IF FORECAST-MODE
009580         GO TO 2300-EXIT
009590     END-IF.
009600     IF SCH-PRESET-NAME NOT = SPACES
009610         MOVE SPACES TO SUITE-PRESET-ENTRY
009620         MOVE SCH-PROBLEM-NUMBER TO SUITE-PST-PROBLEM
009630         MOVE PROCESS-DATE TO SUITE-PST-RUN-DATE
009640         MOVE '*' TO SUITE-PST-TAG
009650         MOVE SCH-PRESET-NAME TO SUITE-PST-NAME
009660     ELSE
009670         MOVE SCH-PROBLEM-NUMBER TO SUITE-PROBLEM-NUMBER
009680         MOVE PROCESS-DATE TO SUITE-RUN-DATE
009690         MOVE SCH-LIMIT TO SUITE-LIMIT
009700         MOVE SCH-DIVISOR-COUNT TO SUITE-DIVISOR-COUNT
009710         MOVE SCH-DIVISOR-TABLE TO SUITE-DIVISOR-TABLE
009720         MOVE SCH-CALC-MODE TO SUITE-CALC-MODE
009730     END-IF.
009733     MOVE PRED-SEQ-WORK TO SUITE-PRED-SEQ.
009736     MOVE PRED-COND-WORK TO SUITE-PRED-COND.
009738     MOVE SPACES TO SUITE-SWEEP-DATA.
009739     MOVE SPACE TO SUITE-DETAIL-SW.
009740     WRITE SUITE-ENTRY.
009750     IF NOT SCT-FILE-OK
009760         MOVE 'Y' TO ABEND-SW
009770         MOVE 'Y' TO SCH-EOF-SW
009780         MOVE "*** EULSCTL WRITE FAILED - RUN ABORTED ***"
009790             TO REPORT-FILE-LINE
009800         WRITE REPORT-FILE-LINE
009810     END-IF.
009820 2300-EXIT.
009830     EXIT.
009840*
009850 3000-WRITE-TOTALS.
009860     MOVE SPACES TO REPORT-FILE-LINE.
009870     WRITE REPORT-FILE-LINE.
009880     MOVE SPACES TO REPORT-FILE-LINE.
009890     STRING "SCHEDULE ENTRIES: " DELIMITED BY SIZE
009900             SCHEDULE-READ-COUNT DELIMITED BY SIZE
009910             "  RUN: " DELIMITED BY SIZE
009920             GENERATED-COUNT DELIMITED BY SIZE
009930             "  NOT DUE: " DELIMITED BY SIZE
009940             NOT-DUE-COUNT DELIMITED BY SIZE
009950             "  IN ERROR: " DELIMITED BY SIZE
009960             ERROR-COUNT DELIMITED BY SIZE
009970             INTO REPORT-FILE-LINE
009980     END-STRING.
009990     WRITE REPORT-FILE-LINE.
010000     IF ERROR-COUNT > ZERO
010010         MOVE "*** ENTRIES IN ERROR NOT GENERATED - SEE ABOVE"
010020             TO REPORT-FILE-LINE
010030         WRITE REPORT-FILE-LINE
010040     END-IF.
010050 3000-EXIT.
010060     EXIT.
010070*
010080******************************************************************
010090* 3500-WRITE-AUDIT - one EULAUDIT record for a live build.
010100******************************************************************
010110 3500-WRITE-AUDIT.
010120     OPEN EXTEND AUDIT-FILE.
010130     IF NOT AUD-FILE-OK
010140         OPEN OUTPUT AUDIT-FILE
010150     END-IF.
010160     IF NOT AUD-FILE-OK
010170         MOVE "*** EULAUDIT OPEN FAILED - BUILD NOT LOGGED ***"
010180             TO REPORT-FILE-LINE
010190         WRITE REPORT-FILE-LINE
010200         GO TO 3500-EXIT
010210     END-IF.
010220     MOVE SPACES TO REPORT-TIMESTAMP.
010230     STRING TODAY-DATE DELIMITED BY SIZE
010240             "-" DELIMITED BY SIZE
010250             TODAY-TIME DELIMITED BY SIZE
010260             INTO REPORT-TIMESTAMP
010270     END-STRING.
010280     MOVE REPORT-TIMESTAMP TO AUD-TIMESTAMP.
010290     MOVE "EULER-SGN" TO AUD-PROGRAM-ID.
010300     MOVE SPACES TO AUD-PARAMETERS.
010310     STRING "DATE=" DELIMITED BY SIZE
010320             PROCESS-DATE DELIMITED BY SIZE
010330             " ENTRIES=" DELIMITED BY SIZE
010340             GENERATED-COUNT DELIMITED BY SIZE
010350             " ERR=" DELIMITED BY SIZE
010360             ERROR-COUNT DELIMITED BY SIZE
010370             INTO AUD-PARAMETERS
010380     END-STRING.
010390     MOVE GENERATED-COUNT TO AUD-RESULT.
010400     MOVE "BUILT" TO AUD-STATUS.
010410     WRITE EULER-AUDIT-RECORD.
010420     CLOSE AUDIT-FILE.
010430 3500-EXIT.
010440     EXIT.
010450*
010460******************************************************************
010470* 9000-FINALIZE - close up and set the return code: 16 when no
010480* list could be built, 4 when any schedule entry is in error.
010490******************************************************************
010500 9000-FINALIZE.
010510     IF SCH-FILE-OPENED
010520         CLOSE SCHEDULE-FILE
010530     END-IF.
010540     IF SCT-FILE-OPENED
010550         CLOSE SUITE-CONTROL-FILE
010560     END-IF.
010570     IF RPT-FILE-OK
010580         CLOSE REPORT-FILE
010590     END-IF.
010600     IF JOB-ABEND
010610         MOVE 16 TO RETURN-CODE
010620     ELSE
010630         IF ERROR-COUNT > ZERO
010640             MOVE 4 TO RETURN-CODE
010650         ELSE
010660             MOVE 0 TO RETURN-CODE
010670         END-IF
010680     END-IF.
010690 9000-EXIT.
010700     EXIT.
010710 END PROGRAM EULER-SCHGEN.

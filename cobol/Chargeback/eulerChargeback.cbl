000010******************************************************************
000020* Author: Luke Captain
000030* Installation: Batch Support
000040* Date-Written: 15/10/2026
000050* Purpose: Month-end chargeback of batch time to whoever asked for
000060*          it.  For the calendar month on EULCBCTL every EULSTATS
000070*          run row is attributed - to the analytics requester
000080*          and cost centre EULER-REQIN logged on EULRQLOG when
000090*          the run was an intake request for that program and
000100*          limit on that night, otherwise to the operations house
000110*          account for our own standing entries - and priced off
000120*          the EULCBRAT per-program rate table from its
000130*          STAT-ELAPSED-SECS and STAT-ITERATIONS.  EULCBRPT is
000140*          the printed statement, subtotalled by cost centre,
000150*          requester and program, with the failed runs and the
000160*          reruns of a run already charged listed on their own
000170*          non-billable section so disputes can be settled from
000180*          the page.  EULCBJNL is the fixed-format journal file
000190*          finance loads - one record per cost centre, requester
000200*          and program line and a balancing trailer.
000210* Tectonics: cobc
000220*
000230* Modification History:
000240*   15/10/2026 LC  Initial version.
000241*   15/10/2026 LC  The month test takes the run or request
000242*                  date's period into a 9(06) field before the
000243*                  compare, so the quotient is truncated under
000244*                  every dialect, and the request's night date
000245*                  has its own work field.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. EULER-CHARGE.
000280 AUTHOR. LUKE CAPTAIN.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CONTROL-FILE ASSIGN TO "EULCBCTL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CTL-FILE-STATUS.
000380
000390     SELECT RATE-FILE ASSIGN TO "EULCBRAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RAT-FILE-STATUS.
000420
000430     SELECT REGISTRY-FILE ASSIGN TO "EULSJOBS"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS REG-FILE-STATUS.
000460
000470     SELECT REQUEST-LOG-FILE ASSIGN TO "EULRQLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RQL-FILE-STATUS.
000500
000510     SELECT STAT-FILE ASSIGN TO "EULSTATS"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS STT-FILE-STATUS.
000540
000550     SELECT JOURNAL-FILE ASSIGN TO "EULCBJNL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS JNL-FILE-STATUS.
000580
000590     SELECT REPORT-FILE ASSIGN TO "EULCBRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RPT-FILE-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*    Month to charge, and the cost centre the operations house
000660*    account bills to (OPS when left blank).
000670 FD  CONTROL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  CHARGE-CONTROL-RECORD.
000700     05  CBC-MONTH               PIC 9(06).
000710     05  CBC-HOUSE-CENTRE        PIC X(06).
000720
000730*    One rate per program id - per elapsed second and per million
000740*    iterations.
000750 FD  RATE-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  RATE-RECORD.
000780     05  CBR-PROGRAM-ID          PIC X(10).
000790     05  CBR-SECOND-RATE         PIC 9(03)V9(04).
000800     05  CBR-MILLION-RATE        PIC 9(03)V9(04).
000810
000820 FD  REGISTRY-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY EULSJB.
000850
000860 FD  REQUEST-LOG-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY EULRQL.
000890
000900 FD  STAT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY EULSTT.
000930
000940*    Finance journal - a D record per statement line and a T
000950*    trailer with the record count and totals to balance to.
000960 FD  JOURNAL-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  JOURNAL-RECORD.
000990     05  JNL-RECORD-TYPE         PIC X(01).
001000     05  JNL-MONTH               PIC 9(06).
001010     05  JNL-COST-CENTRE         PIC X(06).
001020     05  JNL-REQUESTER           PIC X(08).
001030     05  JNL-PROGRAM-ID          PIC X(10).
001040     05  JNL-RUN-COUNT           PIC 9(05).
001050     05  JNL-ELAPSED-SECS        PIC 9(09).
001060     05  JNL-ITERATIONS          PIC 9(15).
001070     05  JNL-AMOUNT              PIC 9(09)V99.
001080     05  FILLER                  PIC X(09).
001090 01  JOURNAL-TRAILER-RECORD.
001100     05  JNT-RECORD-TYPE         PIC X(01).
001110     05  JNT-MONTH               PIC 9(06).
001120     05  JNT-DETAIL-COUNT        PIC 9(07).
001130     05  JNT-ELAPSED-SECS        PIC 9(11).
001140     05  JNT-AMOUNT              PIC 9(11)V99.
001150     05  FILLER                  PIC X(42).
001160
001170 FD  REPORT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  REPORT-FILE-LINE            PIC X(132).
001200*
001210 WORKING-STORAGE SECTION.
001220 01  TODAY-DATE                  PIC 9(08).
001230 01  REPORT-MONTH                PIC 9(06).
001240 01  HOUSE-REQUESTER             PIC X(08) VALUE 'HOUSE'.
001250 01  HOUSE-CENTRE                PIC X(06).
001260 01  MONTH-FIRST-DATE            PIC 9(08).
001262 01  REQUEST-NIGHT-DATE          PIC 9(08).
001264 01  CHARGE-PERIOD               PIC 9(06).
001270 01  PRIOR-DAY-NUMBER            PIC 9(07).
001280 01  STAT-DAY-NUMBER             PIC 9(07).
001290 01  DAY-DIFFERENCE              PIC S9(07) COMP.
001300 01  BEST-DIFFERENCE             PIC S9(07) COMP.
001310 01  STAT-ROWS-CHARGED           PIC 9(07) VALUE ZERO.
001320 01  NO-RATE-COUNT               PIC 9(05) VALUE ZERO.
001330 01  JOURNAL-COUNT               PIC 9(07) VALUE ZERO.
001340 01  ROW-AMOUNT                  PIC 9(09)V99.
001350 01  CHARGE-REQUESTER            PIC X(08).
001360 01  CHARGE-CENTRE               PIC X(06).
001370 01  NON-BILL-REASON             PIC X(08).
001380 01  REGISTRY-SUB                PIC S9(04) COMP.
001390 01  REGISTRY-SCAN-SUB           PIC S9(04) COMP.
001400 01  RATE-SUB                    PIC S9(04) COMP.
001410 01  RATE-SCAN-SUB               PIC S9(04) COMP.
001420 01  REQUEST-SUB                 PIC S9(04) COMP.
001430 01  REQUEST-SCAN-SUB            PIC S9(04) COMP.
001440 01  HOUSE-SCAN-SUB              PIC S9(04) COMP.
001450 01  SUMMARY-SUB                 PIC S9(04) COMP.
001460 01  SUMMARY-SCAN-SUB            PIC S9(04) COMP.
001470 01  SHIFT-SUB                   PIC S9(04) COMP.
001480 01  NON-BILL-SUB                PIC S9(04) COMP.
001490 01  STAT-PROGRAM-WORK           PIC X(10).
001500 01  AMOUNT-DISPLAY              PIC Z(10)9.99.
001510 01  RATE-DISPLAY                PIC ZZ9.9999.
001520
001530 01  SUMMARY-KEY-WORK.
001540     05  SKW-COST-CENTRE         PIC X(06).
001550     05  SKW-REQUESTER           PIC X(08).
001560     05  SKW-PROGRAM-ID          PIC X(10).
001570
001580*    Subtotal accumulators for the statement's control breaks.
001590 01  REQUESTER-TOTALS.
001600     05  RQT-RUNS                PIC 9(07).
001610     05  RQT-ELAPSED             PIC 9(11).
001620     05  RQT-AMOUNT              PIC 9(11)V99.
001630 01  CENTRE-TOTALS.
001640     05  CCT-RUNS                PIC 9(07).
001650     05  CCT-ELAPSED             PIC 9(11).
001660     05  CCT-AMOUNT              PIC 9(11)V99.
001670 01  GRAND-TOTALS.
001680     05  GRT-RUNS                PIC 9(07) VALUE ZERO.
001690     05  GRT-ELAPSED             PIC 9(11) VALUE ZERO.
001700     05  GRT-AMOUNT              PIC 9(11)V99 VALUE ZERO.
001710 01  NON-BILL-TOTALS.
001720     05  NBT-RUNS                PIC 9(07) VALUE ZERO.
001730     05  NBT-ELAPSED             PIC 9(11) VALUE ZERO.
001740     05  NBT-AMOUNT              PIC 9(11)V99 VALUE ZERO.
001750
001760 01  REGISTRY-TABLE-AREA.
001770     05  REGISTRY-COUNT          PIC 9(02) VALUE ZERO.
001780     05  REGISTRY-TBL OCCURS 20 TIMES.
001790         10  RGT-PROBLEM         PIC 9(02).
001800         10  RGT-STAT-PROGRAM-ID PIC X(10).
001810
001820 01  RATE-TABLE-AREA.
001830     05  RATE-COUNT              PIC 9(02) VALUE ZERO.
001840     05  RATE-TBL OCCURS 20 TIMES.
001850         10  RTT-PROGRAM-ID      PIC X(10).
001860         10  RTT-SECOND-RATE     PIC 9(03)V9(04).
001870         10  RTT-MILLION-RATE    PIC 9(03)V9(04).
001880
001890*    The month's intake requests (and the last night before it,
001900*    whose runs can finish after midnight) - who to charge for a
001910*    program and limit run that night, and whether one run has
001920*    already been charged to them.
001930 01  REQUEST-TABLE-AREA.
001940     05  REQUEST-COUNT           PIC 9(04) VALUE ZERO.
001950     05  REQUEST-TBL OCCURS 4000 TIMES.
001960         10  CRQ-REQUESTER       PIC X(08).
001970         10  CRQ-COST-CENTRE     PIC X(06).
001980         10  CRQ-NIGHT-DAY       PIC 9(07).
001990         10  CRQ-STAT-PROGRAM-ID PIC X(10).
002000         10  CRQ-LIMIT           PIC 9(10).
002010         10  CRQ-BILLED-SW       PIC X(01).
002020             88  CRQ-BILLED            VALUE 'Y'.
002030
002040*    House runs already charged this month, by program, limit and
002050*    run date, so a rerun of one is not charged twice.
002060 01  HOUSE-TABLE-AREA.
002070     05  HOUSE-COUNT             PIC 9(04) VALUE ZERO.
002080     05  HOUSE-TBL OCCURS 4000 TIMES.
002090         10  HST-PROGRAM-ID      PIC X(10).
002100         10  HST-LIMIT           PIC 9(10).
002110         10  HST-RUN-DATE        PIC 9(08).
002120
002130*    Billable totals, held in cost centre, requester and program
002140*    order as they are posted.
002150 01  SUMMARY-TABLE-AREA.
002160     05  SUMMARY-COUNT           PIC 9(03) VALUE ZERO.
002170     05  SUMMARY-TBL OCCURS 500 TIMES.
002180         10  SMT-KEY.
002190             15  SMT-COST-CENTRE PIC X(06).
002200             15  SMT-REQUESTER   PIC X(08).
002210             15  SMT-PROGRAM-ID  PIC X(10).
002220         10  SMT-RUNS            PIC 9(05).
002230         10  SMT-ELAPSED         PIC 9(09).
002240         10  SMT-ITERATIONS      PIC 9(15).
002250         10  SMT-AMOUNT          PIC 9(09)V99.
002260
002270 01  NON-BILL-TABLE-AREA.
002280     05  NON-BILL-COUNT          PIC 9(03) VALUE ZERO.
002290     05  NON-BILL-TBL OCCURS 500 TIMES.
002300         10  NBR-RUN-DATE        PIC 9(08).
002310         10  NBR-PROGRAM-ID      PIC X(10).
002320         10  NBR-LIMIT           PIC 9(10).
002330         10  NBR-COST-CENTRE     PIC X(06).
002340         10  NBR-REQUESTER       PIC X(08).
002350         10  NBR-STATUS          PIC X(08).
002360         10  NBR-REASON          PIC X(08).
002370         10  NBR-ELAPSED         PIC 9(07).
002380         10  NBR-AMOUNT          PIC 9(09)V99.
002390 01  NON-BILL-UNLISTED           PIC 9(05) VALUE ZERO.
002400
002410 01  CHARGE-SWITCHES.
002420     05  ABEND-SW                PIC X(01) VALUE 'N'.
002430         88  JOB-ABEND                 VALUE 'Y'.
002440     05  RAT-EOF-SW              PIC X(01) VALUE 'N'.
002450         88  RAT-EOF                   VALUE 'Y'.
002460     05  REG-EOF-SW              PIC X(01) VALUE 'N'.
002470         88  REG-EOF                   VALUE 'Y'.
002480     05  RQL-EOF-SW              PIC X(01) VALUE 'N'.
002490         88  RQL-EOF                   VALUE 'Y'.
002500     05  STT-EOF-SW              PIC X(01) VALUE 'N'.
002510         88  STT-EOF                   VALUE 'Y'.
002520     05  JNL-OPEN-SW             PIC X(01) VALUE 'N'.
002530         88  JNL-FILE-OPENED           VALUE 'Y'.
002540     05  REG-FOUND-SW            PIC X(01) VALUE 'N'.
002550         88  REGISTRY-ENTRY-FOUND      VALUE 'Y'.
002560     05  RATE-FOUND-SW           PIC X(01) VALUE 'N'.
002570         88  RATE-ROW-FOUND            VALUE 'Y'.
002580     05  HOUSE-FOUND-SW          PIC X(01) VALUE 'N'.
002590         88  HOUSE-RUN-FOUND           VALUE 'Y'.
002600     05  SUMMARY-FOUND-SW        PIC X(01) VALUE 'N'.
002610         88  SUMMARY-ROW-FOUND         VALUE 'Y'.
002620     05  BILLABLE-SW             PIC X(01) VALUE 'N'.
002630         88  RUN-BILLABLE              VALUE 'Y'.
002640
002650 01  FILE-STATUS-AREA.
002660     05  CTL-FILE-STATUS         PIC X(02).
002670         88  CTL-FILE-OK               VALUE '00'.
002680         88  CTL-FILE-NOT-FOUND        VALUE '35'.
002690     05  RAT-FILE-STATUS         PIC X(02).
002700         88  RAT-FILE-OK               VALUE '00'.
002710     05  REG-FILE-STATUS         PIC X(02).
002720         88  REG-FILE-OK               VALUE '00'.
002730     05  RQL-FILE-STATUS         PIC X(02).
002740         88  RQL-FILE-OK               VALUE '00'.
002750     05  STT-FILE-STATUS         PIC X(02).
002760         88  STT-FILE-OK               VALUE '00'.
002770     05  JNL-FILE-STATUS         PIC X(02).
002780         88  JNL-FILE-OK               VALUE '00'.
002790     05  RPT-FILE-STATUS         PIC X(02).
002800         88  RPT-FILE-OK               VALUE '00'.
002810*
002820 PROCEDURE DIVISION.
002830******************************************************************
002840* 0000-MAINLINE - overall flow of control for the chargeback.
002850******************************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     IF NOT JOB-ABEND
002890         PERFORM 2000-CHARGE-STAT-RECORD THRU 2000-EXIT
002900             UNTIL STT-EOF OR JOB-ABEND
002910     END-IF.
002920     IF NOT JOB-ABEND
002930         PERFORM 3000-WRITE-STATEMENT THRU 3000-EXIT
002940         PERFORM 4000-WRITE-NON-BILLABLE THRU 4000-EXIT
002950     END-IF.
002960     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002970     GOBACK.
002980*
002990******************************************************************
003000* 1000-INITIALIZE - pick up the month and house cost centre from
003010* EULCBCTL, load the registry, rate table and the month's logged
003020* requests, and open the statement, journal and EULSTATS.
003030******************************************************************
003040 1000-INITIALIZE.
003050     OPEN OUTPUT REPORT-FILE.
003060     IF NOT RPT-FILE-OK
003070         MOVE 'Y' TO ABEND-SW
003080         GO TO 1000-EXIT
003090     END-IF.
003100     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
003110     OPEN INPUT CONTROL-FILE.
003120     IF CTL-FILE-NOT-FOUND
003130         MOVE 'Y' TO ABEND-SW
003140     ELSE
003150         READ CONTROL-FILE
003160             AT END
003170                 MOVE 'Y' TO ABEND-SW
003180         END-READ
003190         CLOSE CONTROL-FILE
003200     END-IF.
003210     IF NOT JOB-ABEND
003220         IF CBC-MONTH IS NOT NUMERIC OR CBC-MONTH = ZERO
003230             MOVE 'Y' TO ABEND-SW
003240         ELSE
003250             MOVE CBC-MONTH TO REPORT-MONTH
003260         END-IF
003270     END-IF.
003280     IF JOB-ABEND
003290         MOVE "*** ERROR - EULCBCTL MISSING OR INVALID"
003300             TO REPORT-FILE-LINE
003310         WRITE REPORT-FILE-LINE
003320         GO TO 1000-EXIT
003330     END-IF.
003340     IF CBC-HOUSE-CENTRE = SPACES
003350         MOVE 'OPS' TO HOUSE-CENTRE
003360     ELSE
003370         MOVE CBC-HOUSE-CENTRE TO HOUSE-CENTRE
003380     END-IF.
003390     COMPUTE MONTH-FIRST-DATE = REPORT-MONTH * 100 + 1.
003400     COMPUTE PRIOR-DAY-NUMBER
003410         = FUNCTION INTEGER-OF-DATE(MONTH-FIRST-DATE) - 1.
003420     MOVE SPACES TO REPORT-FILE-LINE.
003430     STRING "EULER-CHARGE - MONTHLY CHARGEBACK STATEMENT"
003440             DELIMITED BY SIZE INTO REPORT-FILE-LINE
003450     END-STRING.
003460     WRITE REPORT-FILE-LINE.
003470     MOVE SPACES TO REPORT-FILE-LINE.
003480     STRING "RUN DATE: " DELIMITED BY SIZE
003490             TODAY-DATE DELIMITED BY SIZE
003500             "  MONTH: " DELIMITED BY SIZE
003510             REPORT-MONTH DELIMITED BY SIZE
003520             "  HOUSE ACCOUNT: " DELIMITED BY SIZE
003530             HOUSE-REQUESTER DELIMITED BY SIZE
003540             "/" DELIMITED BY SIZE
003550             HOUSE-CENTRE DELIMITED BY SIZE
003560             INTO REPORT-FILE-LINE
003570     END-STRING.
003580     WRITE REPORT-FILE-LINE.
003590     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
003600     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
003610     PERFORM 1300-LOAD-REQUESTS THRU 1300-EXIT.
003620     IF JOB-ABEND
003630         GO TO 1000-EXIT
003640     END-IF.
003650     OPEN OUTPUT JOURNAL-FILE.
003660     IF NOT JNL-FILE-OK
003670         MOVE 'Y' TO ABEND-SW
003680         MOVE "*** EULCBJNL OPEN FAILED - RUN ABORTED ***"
003690             TO REPORT-FILE-LINE
003700         WRITE REPORT-FILE-LINE
003710         GO TO 1000-EXIT
003720     END-IF.
003730     SET JNL-FILE-OPENED TO TRUE.
003740     OPEN INPUT STAT-FILE.
003750     IF NOT STT-FILE-OK
003760         MOVE 'Y' TO STT-EOF-SW
003770         MOVE "NO EULSTATS FILE - NOTHING TO CHARGE"
003780             TO REPORT-FILE-LINE
003790         WRITE REPORT-FILE-LINE
003800     END-IF.
003810 1000-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850* 1100-LOAD-REGISTRY - problem number to the program id its runs
003860* carry on EULSTATS.
003870******************************************************************
003880 1100-LOAD-REGISTRY.
003890     OPEN INPUT REGISTRY-FILE.
003900     IF NOT REG-FILE-OK
003910         MOVE "*** EULSJOBS NOT FOUND - ALL RUNS CHARGED TO HOUSE"
003920             TO REPORT-FILE-LINE
003930         WRITE REPORT-FILE-LINE
003940         GO TO 1100-EXIT
003950     END-IF.
003960     PERFORM 1110-LOAD-REGISTRY-RECORD THRU 1110-EXIT
003970         UNTIL REG-EOF.
003980     CLOSE REGISTRY-FILE.
003990 1100-EXIT.
004000     EXIT.
004010*
004020 1110-LOAD-REGISTRY-RECORD.
004030     READ REGISTRY-FILE
004040         AT END
004050             MOVE 'Y' TO REG-EOF-SW
004060         NOT AT END
004070             IF REGISTRY-COUNT < 20
004080                 ADD 1 TO REGISTRY-COUNT
004090                 MOVE REG-PROBLEM-NUMBER
004100                     TO RGT-PROBLEM(REGISTRY-COUNT)
004110                 MOVE REG-STAT-PROGRAM-ID
004120                     TO RGT-STAT-PROGRAM-ID(REGISTRY-COUNT)
004130             END-IF
004140     END-READ.
004150 1110-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190* 1200-LOAD-RATES - the per-program rate table.  A program with no
004200* rate is still listed, at zero, and flagged.
004210******************************************************************
004220 1200-LOAD-RATES.
004230     OPEN INPUT RATE-FILE.
004240     IF NOT RAT-FILE-OK
004250         MOVE "*** EULCBRAT NOT FOUND - ALL RUNS PRICED AT ZERO"
004260             TO REPORT-FILE-LINE
004270         WRITE REPORT-FILE-LINE
004280         GO TO 1200-EXIT
004290     END-IF.
004300     PERFORM 1210-LOAD-RATE-RECORD THRU 1210-EXIT
004310         UNTIL RAT-EOF.
004320     CLOSE RATE-FILE.
004330 1200-EXIT.
004340     EXIT.
004350*
004360 1210-LOAD-RATE-RECORD.
004370     READ RATE-FILE
004380         AT END
004390             MOVE 'Y' TO RAT-EOF-SW
004400             GO TO 1210-EXIT
004410     END-READ.
004420     IF CBR-SECOND-RATE IS NOT NUMERIC
004430             OR CBR-MILLION-RATE IS NOT NUMERIC
004440         GO TO 1210-EXIT
004450     END-IF.
004460     IF RATE-COUNT < 20
004470         ADD 1 TO RATE-COUNT
004480         MOVE CBR-PROGRAM-ID TO RTT-PROGRAM-ID(RATE-COUNT)
004490         MOVE CBR-SECOND-RATE TO RTT-SECOND-RATE(RATE-COUNT)
004500         MOVE CBR-MILLION-RATE TO RTT-MILLION-RATE(RATE-COUNT)
004510         MOVE SPACES TO REPORT-FILE-LINE
004520         MOVE CBR-SECOND-RATE TO RATE-DISPLAY
004530         STRING "RATE " DELIMITED BY SIZE
004540                 CBR-PROGRAM-ID DELIMITED BY SIZE
004550                 " PER SECOND " DELIMITED BY SIZE
004560                 RATE-DISPLAY DELIMITED BY SIZE
004570                 INTO REPORT-FILE-LINE
004580         END-STRING
004590         MOVE CBR-MILLION-RATE TO RATE-DISPLAY
004600         STRING REPORT-FILE-LINE DELIMITED BY "    "
004610                 " PER MILLION ITERATIONS " DELIMITED BY SIZE
004620                 RATE-DISPLAY DELIMITED BY SIZE
004630                 INTO REPORT-FILE-LINE
004640         END-STRING
004650         WRITE REPORT-FILE-LINE
004660     END-IF.
004670 1210-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710* 1300-LOAD-REQUESTS - every request logged for a night in the
004720* month, or for the night before it.
004730******************************************************************
004740 1300-LOAD-REQUESTS.
004750     OPEN INPUT REQUEST-LOG-FILE.
004760     IF NOT RQL-FILE-OK
004770         MOVE "NO REQUEST LOG - ALL RUNS CHARGED TO HOUSE"
004780             TO REPORT-FILE-LINE
004790         WRITE REPORT-FILE-LINE
004800         GO TO 1300-EXIT
004810     END-IF.
004820     PERFORM 1310-LOAD-REQUEST-RECORD THRU 1310-EXIT
004830         UNTIL RQL-EOF.
004840     CLOSE REQUEST-LOG-FILE.
004850 1300-EXIT.
004860     EXIT.
004870*
004880 1310-LOAD-REQUEST-RECORD.
004890     READ REQUEST-LOG-FILE
004900         AT END
004910             MOVE 'Y' TO RQL-EOF-SW
004920             GO TO 1310-EXIT
004930     END-READ.
004940     IF RQL-NIGHT-IDENT IS NOT NUMERIC
004950         GO TO 1310-EXIT
004960     END-IF.
004970     MOVE RQL-NIGHT-IDENT TO REQUEST-NIGHT-DATE.
004980     IF REQUEST-NIGHT-DATE < 16010101
004990         GO TO 1310-EXIT
005000     END-IF.
005010     COMPUTE STAT-DAY-NUMBER
005020         = FUNCTION INTEGER-OF-DATE(REQUEST-NIGHT-DATE).
005025     COMPUTE CHARGE-PERIOD = REQUEST-NIGHT-DATE / 100.
005030     IF CHARGE-PERIOD NOT = REPORT-MONTH
005040             AND STAT-DAY-NUMBER NOT = PRIOR-DAY-NUMBER
005050         GO TO 1310-EXIT
005060     END-IF.
005070     IF REQUEST-COUNT >= 4000
005080         MOVE 'Y' TO ABEND-SW
005090         MOVE 'Y' TO RQL-EOF-SW
005100         MOVE "*** MORE THAN 4000 REQUESTS IN THE MONTH - ABORTED"
005110             TO REPORT-FILE-LINE
005120         WRITE REPORT-FILE-LINE
005130         GO TO 1310-EXIT
005140     END-IF.
005150     ADD 1 TO REQUEST-COUNT.
005160     MOVE RQL-REQUESTER TO CRQ-REQUESTER(REQUEST-COUNT).
005170     MOVE RQL-COST-CENTRE TO CRQ-COST-CENTRE(REQUEST-COUNT).
005180     MOVE STAT-DAY-NUMBER TO CRQ-NIGHT-DAY(REQUEST-COUNT).
005190     MOVE RQL-LIMIT TO CRQ-LIMIT(REQUEST-COUNT).
005200     MOVE 'N' TO CRQ-BILLED-SW(REQUEST-COUNT).
005210     MOVE SPACES TO CRQ-STAT-PROGRAM-ID(REQUEST-COUNT).
005220     MOVE 'N' TO REG-FOUND-SW.
005230     IF REGISTRY-COUNT > ZERO
005240         PERFORM 1320-MATCH-REGISTRY-ROW THRU 1320-EXIT
005250             VARYING REGISTRY-SCAN-SUB FROM 1 BY 1
005260             UNTIL REGISTRY-SCAN-SUB > REGISTRY-COUNT
005270                 OR REGISTRY-ENTRY-FOUND
005280     END-IF.
005290     IF REGISTRY-ENTRY-FOUND
005300         MOVE RGT-STAT-PROGRAM-ID(REGISTRY-SUB)
005310             TO CRQ-STAT-PROGRAM-ID(REQUEST-COUNT)
005320     END-IF.
005330 1310-EXIT.
005340     EXIT.
005350*
005360 1320-MATCH-REGISTRY-ROW.
005370     IF RGT-PROBLEM(REGISTRY-SCAN-SUB) = RQL-PROBLEM-NUMBER
005380         MOVE 'Y' TO REG-FOUND-SW
005390         MOVE REGISTRY-SCAN-SUB TO REGISTRY-SUB
005400     END-IF.
005410 1320-EXIT.
005420     EXIT.
005430*
005440******************************************************************
005450* 2000-CHARGE-STAT-RECORD - attribute and price one run in the
005460* month.  A run that did not end SUCCESS or DISCREP is not billed;
005470* nor is a second good run of something already charged - a
005480* rerun of the same request, or of the same house entry on the
005490* same date.
005500******************************************************************
005510 2000-CHARGE-STAT-RECORD.
005520     READ STAT-FILE
005530         AT END
005540             MOVE 'Y' TO STT-EOF-SW
005550             GO TO 2000-EXIT
005560     END-READ.
005570     IF STAT-RUN-DATE IS NOT NUMERIC
005580         GO TO 2000-EXIT
005590     END-IF.
005595     COMPUTE CHARGE-PERIOD = STAT-RUN-DATE / 100.
005600     IF CHARGE-PERIOD NOT = REPORT-MONTH
005610         GO TO 2000-EXIT
005620     END-IF.
005630     ADD 1 TO STAT-ROWS-CHARGED.
005640     MOVE STAT-PROGRAM-ID TO STAT-PROGRAM-WORK.
005650     PERFORM 2100-FIND-REQUEST THRU 2100-EXIT.
005660     PERFORM 2200-PRICE-RUN THRU 2200-EXIT.
005670     MOVE 'N' TO BILLABLE-SW.
005680     MOVE SPACES TO NON-BILL-REASON.
005690     IF STAT-STATUS NOT = "SUCCESS"
005700             AND STAT-STATUS NOT = "DISCREP"
005710         MOVE "FAILED" TO NON-BILL-REASON
005720     ELSE
005730         IF REQUEST-SUB > ZERO
005740             IF CRQ-BILLED(REQUEST-SUB)
005750                 MOVE "RERUN" TO NON-BILL-REASON
005760             ELSE
005770                 MOVE 'Y' TO CRQ-BILLED-SW(REQUEST-SUB)
005780                 MOVE 'Y' TO BILLABLE-SW
005790             END-IF
005800         ELSE
005810             PERFORM 2300-CHECK-HOUSE-RUN THRU 2300-EXIT
005820         END-IF
005830     END-IF.
005840     IF JOB-ABEND
005850         GO TO 2000-EXIT
005860     END-IF.
005870     IF RUN-BILLABLE
005880         PERFORM 2400-POST-SUMMARY THRU 2400-EXIT
005890     ELSE
005900         PERFORM 2500-HOLD-NON-BILLABLE THRU 2500-EXIT
005910     END-IF.
005920 2000-EXIT.
005930     EXIT.
005940*
005950******************************************************************
005960* 2100-FIND-REQUEST - the intake request for this program and
005970* limit whose night is the run date or the day before it, the
005980* same night preferred.  None means a house run.
005990******************************************************************
006000 2100-FIND-REQUEST.
006010     MOVE ZERO TO REQUEST-SUB.
006020     MOVE 9 TO BEST-DIFFERENCE.
006030     MOVE HOUSE-REQUESTER TO CHARGE-REQUESTER.
006040     MOVE HOUSE-CENTRE TO CHARGE-CENTRE.
006050     IF REQUEST-COUNT = ZERO OR STAT-RUN-DATE < 16010101
006060         GO TO 2100-EXIT
006070     END-IF.
006080     COMPUTE STAT-DAY-NUMBER
006090         = FUNCTION INTEGER-OF-DATE(STAT-RUN-DATE).
006100     PERFORM 2110-MATCH-REQUEST-ROW THRU 2110-EXIT
006110         VARYING REQUEST-SCAN-SUB FROM 1 BY 1
006120         UNTIL REQUEST-SCAN-SUB > REQUEST-COUNT
006130             OR BEST-DIFFERENCE = ZERO.
006140     IF REQUEST-SUB > ZERO
006150         MOVE CRQ-REQUESTER(REQUEST-SUB) TO CHARGE-REQUESTER
006160         MOVE CRQ-COST-CENTRE(REQUEST-SUB) TO CHARGE-CENTRE
006170     END-IF.
006180 2100-EXIT.
006190     EXIT.
006200*
006210 2110-MATCH-REQUEST-ROW.
006220     IF CRQ-STAT-PROGRAM-ID(REQUEST-SCAN-SUB)
006230             NOT = STAT-PROGRAM-WORK
006240             OR CRQ-LIMIT(REQUEST-SCAN-SUB) NOT = STAT-LIMIT
006250         GO TO 2110-EXIT
006260     END-IF.
006270     COMPUTE DAY-DIFFERENCE
006280         = STAT-DAY-NUMBER - CRQ-NIGHT-DAY(REQUEST-SCAN-SUB).
006290     IF DAY-DIFFERENCE < ZERO OR DAY-DIFFERENCE > 1
006300         GO TO 2110-EXIT
006310     END-IF.
006320     IF DAY-DIFFERENCE < BEST-DIFFERENCE
006330         MOVE DAY-DIFFERENCE TO BEST-DIFFERENCE
006340         MOVE REQUEST-SCAN-SUB TO REQUEST-SUB
006350     END-IF.
006360 2110-EXIT.
006370     EXIT.
006380*
006390******************************************************************
006400* 2200-PRICE-RUN - elapsed seconds at the program's second rate
006410* plus iterations at its rate per million.
006420******************************************************************
006430 2200-PRICE-RUN.
006440     MOVE ZERO TO ROW-AMOUNT.
006450     MOVE 'N' TO RATE-FOUND-SW.
006460     IF RATE-COUNT > ZERO
006470         PERFORM 2210-MATCH-RATE-ROW THRU 2210-EXIT
006480             VARYING RATE-SCAN-SUB FROM 1 BY 1
006490             UNTIL RATE-SCAN-SUB > RATE-COUNT
006500                 OR RATE-ROW-FOUND
006510     END-IF.
006520     IF NOT RATE-ROW-FOUND
006530         ADD 1 TO NO-RATE-COUNT
006540         GO TO 2200-EXIT
006550     END-IF.
006560     COMPUTE ROW-AMOUNT ROUNDED
006570         = STAT-ELAPSED-SECS * RTT-SECOND-RATE(RATE-SUB)
006580         + STAT-ITERATIONS * RTT-MILLION-RATE(RATE-SUB) / 1000000.
006590 2200-EXIT.
006600     EXIT.
006610*
006620 2210-MATCH-RATE-ROW.
006630     IF RTT-PROGRAM-ID(RATE-SCAN-SUB) = STAT-PROGRAM-WORK
006640         MOVE 'Y' TO RATE-FOUND-SW
006650         MOVE RATE-SCAN-SUB TO RATE-SUB
006660     END-IF.
006670 2210-EXIT.
006680     EXIT.
006690*
006700******************************************************************
006710* 2300-CHECK-HOUSE-RUN - a good house run is billed once per
006720* program, limit and run date.
006730******************************************************************
006740 2300-CHECK-HOUSE-RUN.
006750     MOVE 'N' TO HOUSE-FOUND-SW.
006760     IF HOUSE-COUNT > ZERO
006770         PERFORM 2310-MATCH-HOUSE-ROW THRU 2310-EXIT
006780             VARYING HOUSE-SCAN-SUB FROM 1 BY 1
006790             UNTIL HOUSE-SCAN-SUB > HOUSE-COUNT
006800                 OR HOUSE-RUN-FOUND
006810     END-IF.
006820     IF HOUSE-RUN-FOUND
006830         MOVE "RERUN" TO NON-BILL-REASON
006840         GO TO 2300-EXIT
006850     END-IF.
006860     IF HOUSE-COUNT >= 4000
006870         MOVE 'Y' TO ABEND-SW
006880         MOVE "*** MORE THAN 4000 HOUSE RUNS - ABORTED"
006890             TO REPORT-FILE-LINE
006900         WRITE REPORT-FILE-LINE
006910         GO TO 2300-EXIT
006920     END-IF.
006930     ADD 1 TO HOUSE-COUNT.
006940     MOVE STAT-PROGRAM-WORK TO HST-PROGRAM-ID(HOUSE-COUNT).
006950     MOVE STAT-LIMIT TO HST-LIMIT(HOUSE-COUNT).
006960     MOVE STAT-RUN-DATE TO HST-RUN-DATE(HOUSE-COUNT).
006970     MOVE 'Y' TO BILLABLE-SW.
006980 2300-EXIT.
006990     EXIT.
007000*
007010 2310-MATCH-HOUSE-ROW.
007020     IF HST-PROGRAM-ID(HOUSE-SCAN-SUB) = STAT-PROGRAM-WORK
007030             AND HST-LIMIT(HOUSE-SCAN-SUB) = STAT-LIMIT
007040             AND HST-RUN-DATE(HOUSE-SCAN-SUB) = STAT-RUN-DATE
007050         MOVE 'Y' TO HOUSE-FOUND-SW
007060     END-IF.
007070 2310-EXIT.
007080     EXIT.
007090*
007100******************************************************************
007110* 2400-POST-SUMMARY - add the run to its cost centre, requester
007120* and program line, opening a new line in key order when this is
007130* the first run for it.
007140******************************************************************
007150 2400-POST-SUMMARY.
007160     MOVE CHARGE-CENTRE TO SKW-COST-CENTRE.
007170     MOVE CHARGE-REQUESTER TO SKW-REQUESTER.
007180     MOVE STAT-PROGRAM-WORK TO SKW-PROGRAM-ID.
007190     MOVE 'N' TO SUMMARY-FOUND-SW.
007200     MOVE ZERO TO SUMMARY-SUB.
007210     IF SUMMARY-COUNT > ZERO
007220         PERFORM 2410-LOCATE-SUMMARY-ROW THRU 2410-EXIT
007230             VARYING SUMMARY-SCAN-SUB FROM 1 BY 1
007240             UNTIL SUMMARY-SCAN-SUB > SUMMARY-COUNT
007250                 OR SUMMARY-SUB > ZERO
007260     END-IF.
007270     IF NOT SUMMARY-ROW-FOUND
007280         IF SUMMARY-COUNT >= 500
007290             MOVE 'Y' TO ABEND-SW
007300             MOVE "*** MORE THAN 500 STATEMENT LINES - ABORTED"
007310                 TO REPORT-FILE-LINE
007320             WRITE REPORT-FILE-LINE
007330             GO TO 2400-EXIT
007340         END-IF
007350         IF SUMMARY-SUB = ZERO
007360             COMPUTE SUMMARY-SUB = SUMMARY-COUNT + 1
007370         ELSE
007380             PERFORM 2420-SHIFT-SUMMARY-ROW THRU 2420-EXIT
007390                 VARYING SHIFT-SUB FROM SUMMARY-COUNT BY -1
007400                 UNTIL SHIFT-SUB < SUMMARY-SUB
007410         END-IF
007420         ADD 1 TO SUMMARY-COUNT
007430         MOVE SUMMARY-KEY-WORK TO SMT-KEY(SUMMARY-SUB)
007440         MOVE ZERO TO SMT-RUNS(SUMMARY-SUB)
007450         MOVE ZERO TO SMT-ELAPSED(SUMMARY-SUB)
007460         MOVE ZERO TO SMT-ITERATIONS(SUMMARY-SUB)
007470         MOVE ZERO TO SMT-AMOUNT(SUMMARY-SUB)
007480     END-IF.
007490     ADD 1 TO SMT-RUNS(SUMMARY-SUB).
007500     ADD STAT-ELAPSED-SECS TO SMT-ELAPSED(SUMMARY-SUB).
007510     ADD STAT-ITERATIONS TO SMT-ITERATIONS(SUMMARY-SUB).
007520     ADD ROW-AMOUNT TO SMT-AMOUNT(SUMMARY-SUB).
007530 2400-EXIT.
007540     EXIT.
007550*
007560*    Stops at the line for this key, or at the first line that
007570*    sorts after it - the position a new line goes in.
007580 2410-LOCATE-SUMMARY-ROW.
007590     IF SMT-KEY(SUMMARY-SCAN-SUB) = SUMMARY-KEY-WORK
007600         MOVE 'Y' TO SUMMARY-FOUND-SW
007610         MOVE SUMMARY-SCAN-SUB TO SUMMARY-SUB
007620     ELSE
007630         IF SMT-KEY(SUMMARY-SCAN-SUB) > SUMMARY-KEY-WORK
007640             MOVE SUMMARY-SCAN-SUB TO SUMMARY-SUB
007650         END-IF
007660     END-IF.
007670 2410-EXIT.
007680     EXIT.
007690*
007700 2420-SHIFT-SUMMARY-ROW.
007710     MOVE SUMMARY-TBL(SHIFT-SUB) TO SUMMARY-TBL(SHIFT-SUB + 1).
007720 2420-EXIT.
007730     EXIT.
007740*
007750******************************************************************
007760* 2500-HOLD-NON-BILLABLE - keep the run for the non-billable
007770* section.  Past the table the run is still totalled, just not
007780* listed line by line.
007790******************************************************************
007800 2500-HOLD-NON-BILLABLE.
007810     ADD 1 TO NBT-RUNS.
007820     ADD STAT-ELAPSED-SECS TO NBT-ELAPSED.
007830     ADD ROW-AMOUNT TO NBT-AMOUNT.
007840     IF NON-BILL-COUNT >= 500
007850         ADD 1 TO NON-BILL-UNLISTED
007860         GO TO 2500-EXIT
007870     END-IF.
007880     ADD 1 TO NON-BILL-COUNT.
007890     MOVE STAT-RUN-DATE TO NBR-RUN-DATE(NON-BILL-COUNT).
007900     MOVE STAT-PROGRAM-WORK TO NBR-PROGRAM-ID(NON-BILL-COUNT).
007910     MOVE STAT-LIMIT TO NBR-LIMIT(NON-BILL-COUNT).
007920     MOVE CHARGE-CENTRE TO NBR-COST-CENTRE(NON-BILL-COUNT).
007930     MOVE CHARGE-REQUESTER TO NBR-REQUESTER(NON-BILL-COUNT).
007940     MOVE STAT-STATUS TO NBR-STATUS(NON-BILL-COUNT).
007950     MOVE NON-BILL-REASON TO NBR-REASON(NON-BILL-COUNT).
007960     MOVE STAT-ELAPSED-SECS TO NBR-ELAPSED(NON-BILL-COUNT).
007970     MOVE ROW-AMOUNT TO NBR-AMOUNT(NON-BILL-COUNT).
007980 2500-EXIT.
007990     EXIT.
008000*
008010******************************************************************
008020* 3000-WRITE-STATEMENT - the billable section, one line per
008030* program under each requester under each cost centre, with a
008040* subtotal at each break, and the matching journal records.
008050******************************************************************
008060 3000-WRITE-STATEMENT.
008070     MOVE SPACES TO REPORT-FILE-LINE.
008080     WRITE REPORT-FILE-LINE.
008090     MOVE "BILLABLE RUNS" TO REPORT-FILE-LINE.
008100     WRITE REPORT-FILE-LINE.
008110     IF SUMMARY-COUNT = ZERO
008120         MOVE "  NO BILLABLE RUNS THIS MONTH" TO REPORT-FILE-LINE
008130         WRITE REPORT-FILE-LINE
008140     ELSE
008150         PERFORM 3100-WRITE-SUMMARY-ROW THRU 3100-EXIT
008160             VARYING SUMMARY-SUB FROM 1 BY 1
008170             UNTIL SUMMARY-SUB > SUMMARY-COUNT
008180         PERFORM 3200-WRITE-REQUESTER-TOTAL THRU 3200-EXIT
008190         PERFORM 3300-WRITE-CENTRE-TOTAL THRU 3300-EXIT
008200     END-IF.
008210     MOVE GRT-AMOUNT TO AMOUNT-DISPLAY.
008220     MOVE SPACES TO REPORT-FILE-LINE.
008230     STRING "TOTAL BILLABLE - RUNS " DELIMITED BY SIZE
008240             GRT-RUNS DELIMITED BY SIZE
008250             " ELAPSED SECS " DELIMITED BY SIZE
008260             GRT-ELAPSED DELIMITED BY SIZE
008270             " CHARGE " DELIMITED BY SIZE
008280             AMOUNT-DISPLAY DELIMITED BY SIZE
008290             INTO REPORT-FILE-LINE
008300     END-STRING.
008310     WRITE REPORT-FILE-LINE.
008320     MOVE SPACES TO JOURNAL-TRAILER-RECORD.
008330     MOVE "T" TO JNT-RECORD-TYPE.
008340     MOVE REPORT-MONTH TO JNT-MONTH.
008350     MOVE JOURNAL-COUNT TO JNT-DETAIL-COUNT.
008360     MOVE GRT-ELAPSED TO JNT-ELAPSED-SECS.
008370     MOVE GRT-AMOUNT TO JNT-AMOUNT.
008380     WRITE JOURNAL-TRAILER-RECORD.
008390 3000-EXIT.
008400     EXIT.
008410*
008420 3100-WRITE-SUMMARY-ROW.
008430     IF SUMMARY-SUB > 1
008440         IF SMT-COST-CENTRE(SUMMARY-SUB)
008450                 NOT = SMT-COST-CENTRE(SUMMARY-SUB - 1)
008460             PERFORM 3200-WRITE-REQUESTER-TOTAL THRU 3200-EXIT
008470             PERFORM 3300-WRITE-CENTRE-TOTAL THRU 3300-EXIT
008480         ELSE
008490             IF SMT-REQUESTER(SUMMARY-SUB)
008500                     NOT = SMT-REQUESTER(SUMMARY-SUB - 1)
008510                 PERFORM 3200-WRITE-REQUESTER-TOTAL THRU 3200-EXIT
008520             END-IF
008530         END-IF
008540     END-IF.
008550     IF SUMMARY-SUB = 1
008560             OR SMT-COST-CENTRE(SUMMARY-SUB)
008570                 NOT = SMT-COST-CENTRE(SUMMARY-SUB - 1)
008580         MOVE ZERO TO CCT-RUNS CCT-ELAPSED CCT-AMOUNT
008590         MOVE SPACES TO REPORT-FILE-LINE
008600         STRING "COST CENTRE " DELIMITED BY SIZE
008610                 SMT-COST-CENTRE(SUMMARY-SUB) DELIMITED BY SIZE
008620                 INTO REPORT-FILE-LINE
008630         END-STRING
008640         WRITE REPORT-FILE-LINE
008650     END-IF.
008660     IF SUMMARY-SUB = 1
008670             OR SMT-COST-CENTRE(SUMMARY-SUB)
008680                 NOT = SMT-COST-CENTRE(SUMMARY-SUB - 1)
008690             OR SMT-REQUESTER(SUMMARY-SUB)
008700                 NOT = SMT-REQUESTER(SUMMARY-SUB - 1)
008710         MOVE ZERO TO RQT-RUNS RQT-ELAPSED RQT-AMOUNT
008720         MOVE SPACES TO REPORT-FILE-LINE
008730         STRING "  REQUESTER " DELIMITED BY SIZE
008740                 SMT-REQUESTER(SUMMARY-SUB) DELIMITED BY SIZE
008750                 INTO REPORT-FILE-LINE
008760         END-STRING
008770         WRITE REPORT-FILE-LINE
008780     END-IF.
008790     MOVE SMT-AMOUNT(SUMMARY-SUB) TO AMOUNT-DISPLAY.
008800     MOVE SPACES TO REPORT-FILE-LINE.
008810     STRING "    PROGRAM " DELIMITED BY SIZE
008820             SMT-PROGRAM-ID(SUMMARY-SUB) DELIMITED BY SIZE
008830             " RUNS " DELIMITED BY SIZE
008840             SMT-RUNS(SUMMARY-SUB) DELIMITED BY SIZE
008850             " ELAPSED SECS " DELIMITED BY SIZE
008860             SMT-ELAPSED(SUMMARY-SUB) DELIMITED BY SIZE
008870             " ITERATIONS " DELIMITED BY SIZE
008880             SMT-ITERATIONS(SUMMARY-SUB) DELIMITED BY SIZE
008890             " CHARGE " DELIMITED BY SIZE
008900             AMOUNT-DISPLAY DELIMITED BY SIZE
008910             INTO REPORT-FILE-LINE
008920     END-STRING.
008930     WRITE REPORT-FILE-LINE.
008940     ADD SMT-RUNS(SUMMARY-SUB) TO RQT-RUNS CCT-RUNS GRT-RUNS.
008950     ADD SMT-ELAPSED(SUMMARY-SUB)
008960         TO RQT-ELAPSED CCT-ELAPSED GRT-ELAPSED.
008970     ADD SMT-AMOUNT(SUMMARY-SUB)
008980         TO RQT-AMOUNT CCT-AMOUNT GRT-AMOUNT.
008990     MOVE SPACES TO JOURNAL-RECORD.
009000     MOVE "D" TO JNL-RECORD-TYPE.
009010     MOVE REPORT-MONTH TO JNL-MONTH.
009020     MOVE SMT-COST-CENTRE(SUMMARY-SUB) TO JNL-COST-CENTRE.
009030     MOVE SMT-REQUESTER(SUMMARY-SUB) TO JNL-REQUESTER.
009040     MOVE SMT-PROGRAM-ID(SUMMARY-SUB) TO JNL-PROGRAM-ID.
009050     MOVE SMT-RUNS(SUMMARY-SUB) TO JNL-RUN-COUNT.
009060     MOVE SMT-ELAPSED(SUMMARY-SUB) TO JNL-ELAPSED-SECS.
009070     MOVE SMT-ITERATIONS(SUMMARY-SUB) TO JNL-ITERATIONS.
009080     MOVE SMT-AMOUNT(SUMMARY-SUB) TO JNL-AMOUNT.
009090     WRITE JOURNAL-RECORD.
009100     ADD 1 TO JOURNAL-COUNT.
009110 3100-EXIT.
009120     EXIT.
009130*
009140 3200-WRITE-REQUESTER-TOTAL.
009150     MOVE RQT-AMOUNT TO AMOUNT-DISPLAY.
009160     MOVE SPACES TO REPORT-FILE-LINE.
009170     STRING "  REQUESTER TOTAL - RUNS " DELIMITED BY SIZE
009180             RQT-RUNS DELIMITED BY SIZE
009190             " ELAPSED SECS " DELIMITED BY SIZE
009200             RQT-ELAPSED DELIMITED BY SIZE
009210             " CHARGE " DELIMITED BY SIZE
009220             AMOUNT-DISPLAY DELIMITED BY SIZE
009230             INTO REPORT-FILE-LINE
009240     END-STRING.
009250     WRITE REPORT-FILE-LINE.
009260 3200-EXIT.
009270     EXIT.
009280*
009290 3300-WRITE-CENTRE-TOTAL.
009300     MOVE CCT-AMOUNT TO AMOUNT-DISPLAY.
009310     MOVE SPACES TO REPORT-FILE-LINE.
009320     STRING "COST CENTRE TOTAL - RUNS " DELIMITED BY SIZE
009330             CCT-RUNS DELIMITED BY SIZE
009340             " ELAPSED SECS " DELIMITED BY SIZE
009350             CCT-ELAPSED DELIMITED BY SIZE
009360             " CHARGE " DELIMITED BY SIZE
009370             AMOUNT-DISPLAY DELIMITED BY SIZE
009380             INTO REPORT-FILE-LINE
009390     END-STRING.
009400     WRITE REPORT-FILE-LINE.
009410 3300-EXIT.
009420     EXIT.
009430*
009440******************************************************************
009450* 4000-WRITE-NON-BILLABLE - failed runs and reruns, each priced
009460* as it would have been, so a disputed charge can be settled from
009470* the page.  None of it goes to the journal.
009480******************************************************************
009490 4000-WRITE-NON-BILLABLE.
009500     MOVE SPACES TO REPORT-FILE-LINE.
009510     WRITE REPORT-FILE-LINE.
009520     MOVE "NON-BILLABLE RUNS - FAILED AND RERUN"
009530         TO REPORT-FILE-LINE.
009540     WRITE REPORT-FILE-LINE.
009550     IF NON-BILL-COUNT = ZERO
009560         MOVE "  NO NON-BILLABLE RUNS THIS MONTH"
009570             TO REPORT-FILE-LINE
009580         WRITE REPORT-FILE-LINE
009590     ELSE
009600         PERFORM 4100-WRITE-NON-BILL-ROW THRU 4100-EXIT
009610             VARYING NON-BILL-SUB FROM 1 BY 1
009620             UNTIL NON-BILL-SUB > NON-BILL-COUNT
009630     END-IF.
009640     IF NON-BILL-UNLISTED > ZERO
009650         MOVE SPACES TO REPORT-FILE-LINE
009660         STRING "  PLUS " DELIMITED BY SIZE
009670                 NON-BILL-UNLISTED DELIMITED BY SIZE
009680                 " MORE NOT LISTED - INCLUDED IN THE TOTAL"
009690                 DELIMITED BY SIZE
009700                 INTO REPORT-FILE-LINE
009710         END-STRING
009720         WRITE REPORT-FILE-LINE
009730     END-IF.
009740     MOVE NBT-AMOUNT TO AMOUNT-DISPLAY.
009750     MOVE SPACES TO REPORT-FILE-LINE.
009760     STRING "TOTAL NON-BILLABLE - RUNS " DELIMITED BY SIZE
009770             NBT-RUNS DELIMITED BY SIZE
009780             " ELAPSED SECS " DELIMITED BY SIZE
009790             NBT-ELAPSED DELIMITED BY SIZE
009800             " NOT CHARGED " DELIMITED BY SIZE
009810             AMOUNT-DISPLAY DELIMITED BY SIZE
009820             INTO REPORT-FILE-LINE
009830     END-STRING.
009840     WRITE REPORT-FILE-LINE.
009850     IF NO-RATE-COUNT > ZERO
009860         MOVE SPACES TO REPORT-FILE-LINE
009870         STRING "*** RUNS PRICED AT ZERO - NO RATE FOR PROGRAM: "
009880                 DELIMITED BY SIZE
009890                 NO-RATE-COUNT DELIMITED BY SIZE
009900                 INTO REPORT-FILE-LINE
009910         END-STRING
009920         WRITE REPORT-FILE-LINE
009930     END-IF.
009940 4000-EXIT.
009950     EXIT.
009960*
009970 4100-WRITE-NON-BILL-ROW.
009980     MOVE NBR-AMOUNT(NON-BILL-SUB) TO AMOUNT-DISPLAY.
009990     MOVE SPACES TO REPORT-FILE-LINE.
010000     STRING "  " DELIMITED BY SIZE
010010             NBR-RUN-DATE(NON-BILL-SUB) DELIMITED BY SIZE
010020             " " DELIMITED BY SIZE
010030             NBR-PROGRAM-ID(NON-BILL-SUB) DELIMITED BY SIZE
010040             " LIMIT " DELIMITED BY SIZE
010050             NBR-LIMIT(NON-BILL-SUB) DELIMITED BY SIZE
010060             " " DELIMITED BY SIZE
010070             NBR-COST-CENTRE(NON-BILL-SUB) DELIMITED BY SIZE
010080             " " DELIMITED BY SIZE
010090             NBR-REQUESTER(NON-BILL-SUB) DELIMITED BY SIZE
010100             " " DELIMITED BY SIZE
010110             NBR-STATUS(NON-BILL-SUB) DELIMITED BY SIZE
010120             " " DELIMITED BY SIZE
010130             NBR-REASON(NON-BILL-SUB) DELIMITED BY SIZE
010140             " SECS " DELIMITED BY SIZE
010150             NBR-ELAPSED(NON-BILL-SUB) DELIMITED BY SIZE
010160             " " DELIMITED BY SIZE
010170             AMOUNT-DISPLAY DELIMITED BY SIZE
010180             INTO REPORT-FILE-LINE
010190     END-STRING.
010200     WRITE REPORT-FILE-LINE.
010210 4100-EXIT.
010220     EXIT.
010230*
010240******************************************************************
010250* 9000-FINALIZE - close up and set the return code: 16 when no
010260* statement could be produced, 4 when any run was priced at zero
010270* for want of a rate.
010280******************************************************************
010290 9000-FINALIZE.
010300     IF JNL-FILE-OPENED
010310         CLOSE JOURNAL-FILE
010320         CLOSE STAT-FILE
010330     END-IF.
010340     IF RPT-FILE-OK
010350         CLOSE REPORT-FILE
010360     END-IF.
010370     IF JOB-ABEND
010380         MOVE 16 TO RETURN-CODE
010390     ELSE
010400         IF NO-RATE-COUNT > ZERO
010410             MOVE 4 TO RETURN-CODE
010420         ELSE
010430             MOVE 0 TO RETURN-CODE
010440         END-IF
010450     END-IF.
010460 9000-EXIT.
010470     EXIT.
010480 END PROGRAM EULER-CHARGE.

000010******************************************************************
000020* Author: Luke Captain
000030* Installation: Batch Support
000040* Date-Written: 15/10/2026
000050* Purpose: Post-night request fulfilment feed for the analytics
000060*          team, the answer to the EULRQACK acknowledgment they
000070*          get at intake.  Takes tonight's list identity from the
000080*          first EULSCTL entry, as EULER-SUITE does, and picks up
000090*          every request EULER-REQIN logged on EULRQLOG for that
000100*          night.  Each request is tied to the EULSCTL position it
000110*          was appended at, from there to that entry's RC on
000120*          EULSSTAT (or its reject on EULSREJ), and then to the
000130*          EULAUDIT run record and EULRHIST dated result for the
000140*          problem's program and parameters.  One D record per
000150*          request goes to the pipe-delimited EULFFEED file -
000160*          COMPLETED with the result and status, FAILED with the
000170*          RC, NOT-RUN when the entry was rejected or the night
000180*          stopped, or LATE when the needed-by date passed first -
000190*          between an H header and a T trailer carrying the
000200*          disposition counts and a hash total of the result
000210*          fields, the same balancing conventions as EULEXTR.
000220*          EULFFRPT lists every request and its disposition.
000230* Tectonics: cobc
000240*
000250* Modification History:
000260*   15/10/2026 LC  Initial version.
000261*   15/10/2026 LC  An entry EULER-SUITE skipped because its
000262*                  predecessor's condition was not met is sent
000263*                  NOT-RUN (CONDITION NOT MET), not FAILED; the
000264*                  EULSCTL and EULSSTAT layouts now carry the
000265*                  dependency and the entry's outcome.
000267*   15/10/2026 LC  EULSCTL entries widened for the limit sweep.
000268*   15/10/2026 LC  EULSCTL entries widened for the detail switch.
000269*   15/10/2026 LC  EULSREJ entry image widened to the whole
000270*                  76-byte entry, as EULER-SUITE now writes it.
000271******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EULER-FULFIL.
000300 AUTHOR. LUKE CAPTAIN.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SUITE-CONTROL-FILE ASSIGN TO "EULSCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS SCT-FILE-STATUS.
000400
000410     SELECT REQUEST-LOG-FILE ASSIGN TO "EULRQLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS RQL-FILE-STATUS.
000440
000450     SELECT REGISTRY-FILE ASSIGN TO "EULSJOBS"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS REG-FILE-STATUS.
000480
000490     SELECT STATUS-FILE ASSIGN TO "EULSSTAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS STA-FILE-STATUS.
000520
000530     SELECT REJECT-FILE ASSIGN TO "EULSREJ"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS REJ-FILE-STATUS.
000560
000570     SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS AUD-FILE-STATUS.
000600
000610     SELECT HISTORY-FILE ASSIGN TO "EULRHIST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS HIST-KEY
000650         FILE STATUS IS HIST-FILE-STATUS.
000660
000670     SELECT FEED-FILE ASSIGN TO "EULFFEED"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FED-FILE-STATUS.
000700
000710     SELECT REPORT-FILE ASSIGN TO "EULFFRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS RPT-FILE-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  SUITE-CONTROL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  SUITE-ENTRY.
000800     05  SUITE-PROBLEM-NUMBER    PIC 9(02).
000810     05  SUITE-RUN-DATE          PIC X(08).
000820     05  FILLER                  PIC X(66).
000830
000840 FD  REQUEST-LOG-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY EULRQL.
000870
000880 FD  REGISTRY-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY EULSJB.
000910
000920 FD  STATUS-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  SUITE-STATUS-RECORD.
000950     05  STA-ENTRY-SEQ           PIC 9(04).
000960     05  STA-PROBLEM             PIC X(02).
000970     05  STA-RC                  PIC 9(04).
000975     05  STA-DISPOSITION         PIC X(08).
000980
000990 FD  REJECT-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  REJECT-RECORD.
001020     05  REJ-ENTRY-SEQ           PIC 9(04).
001030     05  REJ-REASON-CODE         PIC 9(02).
001040     05  REJ-ENTRY-DATA          PIC X(76).
001050
001060 FD  AUDIT-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY EULAUD.
001090
001100 FD  HISTORY-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY EULHST.
001130
001140 FD  FEED-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  FEED-FILE-LINE              PIC X(120).
001170
001180 FD  REPORT-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  REPORT-FILE-LINE            PIC X(132).
001210*
001220 WORKING-STORAGE SECTION.
001230 01  TODAY-DATE                  PIC 9(08).
001240 01  TODAY-TIME                  PIC 9(08).
001250 01  FEED-TIMESTAMP              PIC X(26).
001260 01  REQUEST-SUB                 PIC S9(04) COMP.
001270 01  REGISTRY-SUB                PIC S9(04) COMP.
001280 01  REGISTRY-SCAN-SUB           PIC S9(04) COMP.
001290 01  STATUS-SUB                  PIC S9(04) COMP.
001300 01  STATUS-SCAN-SUB             PIC S9(04) COMP.
001310 01  REJECT-SCAN-SUB             PIC S9(04) COMP.
001320 01  LOG-RECORDS-READ            PIC 9(05) VALUE ZERO.
001330 01  COMPLETED-COUNT             PIC 9(07) VALUE ZERO.
001340 01  FAILED-COUNT                PIC 9(07) VALUE ZERO.
001350 01  NOT-RUN-COUNT               PIC 9(07) VALUE ZERO.
001360 01  LATE-COUNT                  PIC 9(07) VALUE ZERO.
001370 01  FEED-DETAIL-COUNT           PIC 9(07) VALUE ZERO.
001380 01  HASH-TOTAL                  PIC 9(13) VALUE ZERO.
001390 01  NIGHT-NOT-RUN-REASON        PIC X(20) VALUE SPACES.
001400 01  HISTORY-KEY                 PIC X(26).
001410
001420*    Tonight's list identity - the first EULSCTL entry's run date.
001430 01  NIGHT-AREA.
001440     05  NIGHT-IDENT             PIC X(08) VALUE SPACES.
001450     05  NIGHT-DATE REDEFINES NIGHT-IDENT
001460                                 PIC 9(08).
001470
001480 01  AUDIT-DATE-AREA.
001490     05  AUDIT-DATE-X            PIC X(08).
001500     05  AUDIT-DATE-NUM REDEFINES AUDIT-DATE-X
001510                                 PIC 9(08).
001520
001530*    An audit parameter string split at its keywords - the first
001540*    value is the limit (or the suite's entry count), the second
001550*    the divisor list for a problem that takes divisors.
001560 01  AUDIT-PARM-AREA.
001570     05  AUDIT-PARM-WORD-1       PIC X(10).
001580     05  AUDIT-PARM-VALUE-1      PIC X(10).
001590     05  AUDIT-PARM-WORD-2       PIC X(10).
001600     05  AUDIT-PARM-VALUE-2      PIC X(19).
001610 01  AUDIT-LIMIT-AREA.
001620     05  AUDIT-LIMIT-X           PIC X(10).
001630     05  AUDIT-LIMIT-NUM REDEFINES AUDIT-LIMIT-X
001640                                 PIC 9(10).
001650 01  SUITE-ENTRIES-AREA.
001660     05  SUITE-ENTRIES-X         PIC X(04).
001670     05  SUITE-ENTRIES-NUM REDEFINES SUITE-ENTRIES-X
001680                                 PIC 9(04).
001690
001700 01  DIVISOR-WORK-AREA.
001710     05  DIVISOR-WORK            PIC 9(04) OCCURS 4 TIMES.
001720 01  DIVISOR-SUB                 PIC S9(04) COMP.
001730
001740 01  REGISTRY-TABLE-AREA.
001750     05  REGISTRY-COUNT          PIC 9(02) VALUE ZERO.
001760     05  REGISTRY-TBL OCCURS 20 TIMES.
001770         10  RGT-PROBLEM         PIC 9(02).
001780         10  RGT-STAT-PROGRAM-ID PIC X(10).
001790         10  RGT-DIVISORS-SW     PIC X(01).
001800             88  RGT-USES-DIVISORS     VALUE 'Y'.
001810
001820*    Tonight's requests off EULRQLOG, with what the night made of
001830*    each one.
001840 01  REQUEST-TABLE-AREA.
001850     05  REQUEST-COUNT           PIC 9(03) VALUE ZERO.
001860     05  REQUEST-TBL OCCURS 100 TIMES.
001870         10  FFT-REQUESTER       PIC X(08).
001880         10  FFT-COST-CENTRE     PIC X(06).
001890         10  FFT-ENTRY-SEQ       PIC 9(04).
001900         10  FFT-PROBLEM         PIC 9(02).
001910         10  FFT-LIMIT           PIC 9(10).
001920         10  FFT-NEEDED-BY       PIC 9(08).
001930         10  FFT-STAT-PROGRAM-ID PIC X(10).
001940         10  FFT-PARM-KEY        PIC X(26).
001950         10  FFT-DIVISOR-TEXT    PIC X(19).
001960         10  FFT-DIVISORS-SW     PIC X(01).
001970             88  FFT-USES-DIVISORS     VALUE 'Y'.
001980         10  FFT-RESULT-SW       PIC X(01).
001990             88  FFT-RESULT-FOUND      VALUE 'Y'.
002000         10  FFT-RESULT          PIC 9(15).
002010         10  FFT-STATUS          PIC X(08).
002020         10  FFT-DONE-DATE       PIC 9(08).
002030         10  FFT-RC              PIC 9(04).
002040         10  FFT-DISPOSITION     PIC X(09).
002050         10  FFT-REASON          PIC X(20).
002060
002070 01  STATUS-TABLE-AREA.
002080     05  STATUS-COUNT            PIC 9(03) VALUE ZERO.
002090     05  STATUS-TBL OCCURS 100 TIMES.
002100         10  SST-ENTRY-SEQ       PIC 9(04).
002110         10  SST-PROBLEM         PIC X(02).
002120         10  SST-RC              PIC 9(04).
002125         10  SST-DISPOSITION     PIC X(08).
002130
002140 01  REJECT-TABLE-AREA.
002150     05  REJECT-COUNT            PIC 9(03) VALUE ZERO.
002160     05  REJECT-TBL OCCURS 100 TIMES.
002170         10  RJT-ENTRY-SEQ       PIC 9(04).
002180
002190 01  FULFIL-SWITCHES.
002200     05  ABEND-SW                PIC X(01) VALUE 'N'.
002210         88  JOB-ABEND                 VALUE 'Y'.
002220     05  RQL-EOF-SW              PIC X(01) VALUE 'N'.
002230         88  RQL-EOF                   VALUE 'Y'.
002240     05  REG-EOF-SW              PIC X(01) VALUE 'N'.
002250         88  REG-EOF                   VALUE 'Y'.
002260     05  STA-EOF-SW              PIC X(01) VALUE 'N'.
002270         88  STA-EOF                   VALUE 'Y'.
002280     05  REJ-EOF-SW              PIC X(01) VALUE 'N'.
002290         88  REJ-EOF                   VALUE 'Y'.
002300     05  AUD-EOF-SW              PIC X(01) VALUE 'N'.
002310         88  AUD-EOF                   VALUE 'Y'.
002320     05  FED-OPEN-SW             PIC X(01) VALUE 'N'.
002330         88  FED-FILE-OPENED           VALUE 'Y'.
002340     05  HIST-OPEN-SW            PIC X(01) VALUE 'N'.
002350         88  HIST-FILE-OPENED          VALUE 'Y'.
002360     05  NIGHT-RAN-SW            PIC X(01) VALUE 'N'.
002370         88  NIGHT-DISPATCHED          VALUE 'Y'.
002380     05  REG-FOUND-SW            PIC X(01) VALUE 'N'.
002390         88  REGISTRY-ENTRY-FOUND      VALUE 'Y'.
002400     05  STATUS-FOUND-SW         PIC X(01) VALUE 'N'.
002410         88  STATUS-ROW-FOUND          VALUE 'Y'.
002420     05  REJECT-FOUND-SW         PIC X(01) VALUE 'N'.
002430         88  ENTRY-REJECTED            VALUE 'Y'.
002440
002450 01  FILE-STATUS-AREA.
002460     05  SCT-FILE-STATUS         PIC X(02).
002470         88  SCT-FILE-OK               VALUE '00'.
002480     05  RQL-FILE-STATUS         PIC X(02).
002490         88  RQL-FILE-OK               VALUE '00'.
002500     05  REG-FILE-STATUS         PIC X(02).
002510         88  REG-FILE-OK               VALUE '00'.
002520     05  STA-FILE-STATUS         PIC X(02).
002530         88  STA-FILE-OK               VALUE '00'.
002540     05  REJ-FILE-STATUS         PIC X(02).
002550         88  REJ-FILE-OK               VALUE '00'.
002560     05  AUD-FILE-STATUS         PIC X(02).
002570         88  AUD-FILE-OK               VALUE '00'.
002580     05  HIST-FILE-STATUS        PIC X(02).
002590         88  HIST-FILE-OK              VALUE '00'.
002600     05  FED-FILE-STATUS         PIC X(02).
002610         88  FED-FILE-OK               VALUE '00'.
002620     05  RPT-FILE-STATUS         PIC X(02).
002630         88  RPT-FILE-OK               VALUE '00'.
002640*
002650 PROCEDURE DIVISION.
002660******************************************************************
002670* 0000-MAINLINE - overall flow of control for the feed.
002680******************************************************************
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     IF NOT JOB-ABEND
002720         PERFORM 2000-RESOLVE-REQUEST THRU 2000-EXIT
002730             VARYING REQUEST-SUB FROM 1 BY 1
002740             UNTIL REQUEST-SUB > REQUEST-COUNT
002750         PERFORM 3000-WRITE-FEED-RECORD THRU 3000-EXIT
002760             VARYING REQUEST-SUB FROM 1 BY 1
002770             UNTIL REQUEST-SUB > REQUEST-COUNT
002780         PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002790     END-IF.
002800     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002810     GOBACK.
002820*
002830******************************************************************
002840* 1000-INITIALIZE - open the report and feed, identify tonight's
002850* list and load everything the night left behind.  With no list
002860* there is no night to report on; the feed still goes out with
002870* its header and an all-zero trailer so the receiving side sees a
002880* balanced empty file rather than none.
002890******************************************************************
002900 1000-INITIALIZE.
002910     OPEN OUTPUT REPORT-FILE.
002920     IF NOT RPT-FILE-OK
002930         MOVE 'Y' TO ABEND-SW
002940         GO TO 1000-EXIT
002950     END-IF.
002960     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
002970     ACCEPT TODAY-TIME FROM TIME.
002980     MOVE SPACES TO FEED-TIMESTAMP.
002990     STRING TODAY-DATE DELIMITED BY SIZE
003000             "-" DELIMITED BY SIZE
003010             TODAY-TIME DELIMITED BY SIZE
003020             INTO FEED-TIMESTAMP
003030     END-STRING.
003040     PERFORM 1050-READ-NIGHT-IDENT THRU 1050-EXIT.
003050     MOVE SPACES TO REPORT-FILE-LINE.
003060     STRING "EULER-FULFIL - REQUEST FULFILMENT FEED"
003070             DELIMITED BY SIZE INTO REPORT-FILE-LINE
003080     END-STRING.
003090     WRITE REPORT-FILE-LINE.
003100     MOVE SPACES TO REPORT-FILE-LINE.
003110     STRING "RUN DATE: " DELIMITED BY SIZE
003120             TODAY-DATE DELIMITED BY SIZE
003130             "  NIGHT: " DELIMITED BY SIZE
003140             NIGHT-IDENT DELIMITED BY SIZE
003150             INTO REPORT-FILE-LINE
003160     END-STRING.
003170     WRITE REPORT-FILE-LINE.
003180     OPEN OUTPUT FEED-FILE.
003190     IF NOT FED-FILE-OK
003200         MOVE 'Y' TO ABEND-SW
003210         MOVE "*** EULFFEED OPEN FAILED - RUN ABORTED ***"
003220             TO REPORT-FILE-LINE
003230         WRITE REPORT-FILE-LINE
003240         GO TO 1000-EXIT
003250     END-IF.
003260     SET FED-FILE-OPENED TO TRUE.
003270     MOVE SPACES TO FEED-FILE-LINE.
003280     STRING "H|EULERFFUL|" DELIMITED BY SIZE
003290             FEED-TIMESTAMP DELIMITED BY SIZE
003300             "|" DELIMITED BY SIZE
003310             NIGHT-IDENT DELIMITED BY SIZE
003320             INTO FEED-FILE-LINE
003330     END-STRING.
003340     WRITE FEED-FILE-LINE.
003350     IF NIGHT-IDENT IS NOT NUMERIC
003360         MOVE "NO PROBLEM LIST - NOTHING TO REPORT"
003370             TO REPORT-FILE-LINE
003380         WRITE REPORT-FILE-LINE
003390         GO TO 1000-EXIT
003400     END-IF.
003410     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
003420     PERFORM 1200-LOAD-REQUESTS THRU 1200-EXIT.
003430     IF JOB-ABEND OR REQUEST-COUNT = ZERO
003440         GO TO 1000-EXIT
003450     END-IF.
003460     PERFORM 1300-SCAN-AUDIT THRU 1300-EXIT.
003470     IF NIGHT-DISPATCHED
003480         PERFORM 1400-LOAD-STATUS THRU 1400-EXIT
003490         PERFORM 1500-LOAD-REJECTS THRU 1500-EXIT
003500     END-IF.
003510     OPEN INPUT HISTORY-FILE.
003520     IF HIST-FILE-OK
003530         SET HIST-FILE-OPENED TO TRUE
003540     END-IF.
003550 1000-EXIT.
003560     EXIT.
003570*
003580******************************************************************
003590* 1050-READ-NIGHT-IDENT - tonight's list is identified by its
003600* first entry's run date, the same identity EULER-SUITE keys its
003610* checkpoint on and EULER-REQIN logs each request under.
003620******************************************************************
003630 1050-READ-NIGHT-IDENT.
003640     OPEN INPUT SUITE-CONTROL-FILE.
003650     IF NOT SCT-FILE-OK
003660         GO TO 1050-EXIT
003670     END-IF.
003680     READ SUITE-CONTROL-FILE
003690         AT END
003700             CONTINUE
003710         NOT AT END
003720             MOVE SUITE-RUN-DATE TO NIGHT-IDENT
003730     END-READ.
003740     CLOSE SUITE-CONTROL-FILE.
003750 1050-EXIT.
003760     EXIT.
003770*
003780******************************************************************
003790* 1100-LOAD-REGISTRY - the program id each problem stamps on
003800* EULAUDIT and EULRHIST, and whether its parameter key carries
003810* divisors.
003820******************************************************************
003830 1100-LOAD-REGISTRY.
003840     OPEN INPUT REGISTRY-FILE.
003850     IF NOT REG-FILE-OK
003860         MOVE "*** EULSJOBS NOT FOUND - NO RESULTS CAN BE MATCHED"
003870             TO REPORT-FILE-LINE
003880         WRITE REPORT-FILE-LINE
003890         GO TO 1100-EXIT
003900     END-IF.
003910     PERFORM 1110-LOAD-REGISTRY-RECORD THRU 1110-EXIT
003920         UNTIL REG-EOF.
003930     CLOSE REGISTRY-FILE.
003940 1100-EXIT.
003950     EXIT.
003960*
003970 1110-LOAD-REGISTRY-RECORD.
003980     READ REGISTRY-FILE
003990         AT END
004000             MOVE 'Y' TO REG-EOF-SW
004010         NOT AT END
004020             IF REGISTRY-COUNT < 20
004030                 ADD 1 TO REGISTRY-COUNT
004040                 MOVE REG-PROBLEM-NUMBER
004050                     TO RGT-PROBLEM(REGISTRY-COUNT)
004060                 MOVE REG-STAT-PROGRAM-ID
004070                     TO RGT-STAT-PROGRAM-ID(REGISTRY-COUNT)
004080                 MOVE REG-DIVISORS-SW
004090                     TO RGT-DIVISORS-SW(REGISTRY-COUNT)
004100             END-IF
004110     END-READ.
004120 1110-EXIT.
004130     EXIT.
004140*
004150******************************************************************
004160* 1200-LOAD-REQUESTS - every request EULER-REQIN logged against
004170* tonight's list.  No log, or nothing logged for tonight, means
004180* the analytics team had nothing on this night.
004190******************************************************************
004200 1200-LOAD-REQUESTS.
004210     OPEN INPUT REQUEST-LOG-FILE.
004220     IF NOT RQL-FILE-OK
004230         MOVE "NO REQUEST LOG - NO REQUESTS TO REPORT"
004240             TO REPORT-FILE-LINE
004250         WRITE REPORT-FILE-LINE
004260         GO TO 1200-EXIT
004270     END-IF.
004280     PERFORM 1210-LOAD-REQUEST-RECORD THRU 1210-EXIT
004290         UNTIL RQL-EOF.
004300     CLOSE REQUEST-LOG-FILE.
004310     IF REQUEST-COUNT = ZERO AND NOT JOB-ABEND
004320         MOVE "NO REQUESTS LOGGED FOR THIS NIGHT"
004330             TO REPORT-FILE-LINE
004340         WRITE REPORT-FILE-LINE
004350     END-IF.
004360 1200-EXIT.
004370     EXIT.
004380*
004390 1210-LOAD-REQUEST-RECORD.
004400     READ REQUEST-LOG-FILE
004410         AT END
004420             MOVE 'Y' TO RQL-EOF-SW
004430             GO TO 1210-EXIT
004440     END-READ.
004450     ADD 1 TO LOG-RECORDS-READ.
004460     IF RQL-NIGHT-IDENT NOT = NIGHT-IDENT
004470         GO TO 1210-EXIT
004480     END-IF.
004490*    The suite holds no more than 100 entries, so a night with
004500*    more requests than that is a damaged log, not a busy night.
004510     IF REQUEST-COUNT >= 100
004520         MOVE 'Y' TO ABEND-SW
004530         MOVE 'Y' TO RQL-EOF-SW
004540         MOVE "*** MORE THAN 100 REQUESTS FOR ONE NIGHT - ABORTED"
004550             TO REPORT-FILE-LINE
004560         WRITE REPORT-FILE-LINE
004570         GO TO 1210-EXIT
004580     END-IF.
004590     ADD 1 TO REQUEST-COUNT.
004600     MOVE REQUEST-COUNT TO REQUEST-SUB.
004610     MOVE RQL-REQUESTER TO FFT-REQUESTER(REQUEST-SUB).
004620     MOVE RQL-COST-CENTRE TO FFT-COST-CENTRE(REQUEST-SUB).
004630     MOVE RQL-ENTRY-SEQ TO FFT-ENTRY-SEQ(REQUEST-SUB).
004640     MOVE RQL-PROBLEM-NUMBER TO FFT-PROBLEM(REQUEST-SUB).
004650     MOVE RQL-LIMIT TO FFT-LIMIT(REQUEST-SUB).
004660     IF RQL-NEEDED-BY IS NUMERIC
004670         MOVE RQL-NEEDED-BY TO FFT-NEEDED-BY(REQUEST-SUB)
004680     ELSE
004690         MOVE ZERO TO FFT-NEEDED-BY(REQUEST-SUB)
004700     END-IF.
004710     MOVE 'N' TO FFT-RESULT-SW(REQUEST-SUB).
004720     MOVE ZERO TO FFT-RESULT(REQUEST-SUB).
004730     MOVE SPACES TO FFT-STATUS(REQUEST-SUB).
004740     MOVE ZERO TO FFT-DONE-DATE(REQUEST-SUB).
004750     MOVE ZERO TO FFT-RC(REQUEST-SUB).
004760     MOVE SPACES TO FFT-DISPOSITION(REQUEST-SUB).
004770     MOVE SPACES TO FFT-REASON(REQUEST-SUB).
004780     PERFORM 1220-BUILD-RESULT-KEY THRU 1220-EXIT.
004790 1210-EXIT.
004800     EXIT.
004810*
004820******************************************************************
004830* 1220-BUILD-RESULT-KEY - the program id and the parameter key the
004840* job itself files its history under: the limit, followed for a
004850* divisor problem by the four divisors with the unused ones
004860* zeroed.  The same divisors, comma-separated, are what the job
004870* writes after DIV= on its audit record.
004880******************************************************************
004890 1220-BUILD-RESULT-KEY.
004900     MOVE SPACES TO FFT-STAT-PROGRAM-ID(REQUEST-SUB).
004910     MOVE 'N' TO FFT-DIVISORS-SW(REQUEST-SUB).
004920     MOVE 'N' TO REG-FOUND-SW.
004930     IF REGISTRY-COUNT > ZERO
004940         PERFORM 1225-MATCH-REGISTRY-ROW THRU 1225-EXIT
004950             VARYING REGISTRY-SCAN-SUB FROM 1 BY 1
004960             UNTIL REGISTRY-SCAN-SUB > REGISTRY-COUNT
004970                 OR REGISTRY-ENTRY-FOUND
004980     END-IF.
004990     IF REGISTRY-ENTRY-FOUND
005000         MOVE RGT-STAT-PROGRAM-ID(REGISTRY-SUB)
005010             TO FFT-STAT-PROGRAM-ID(REQUEST-SUB)
005020         MOVE RGT-DIVISORS-SW(REGISTRY-SUB)
005030             TO FFT-DIVISORS-SW(REQUEST-SUB)
005040     END-IF.
005050     MOVE ZERO TO DIVISOR-WORK(1).
005060     MOVE ZERO TO DIVISOR-WORK(2).
005070     MOVE ZERO TO DIVISOR-WORK(3).
005080     MOVE ZERO TO DIVISOR-WORK(4).
005090     IF RQL-DIVISOR-COUNT IS NUMERIC
005100         PERFORM 1230-COPY-DIVISOR THRU 1230-EXIT
005110             VARYING DIVISOR-SUB FROM 1 BY 1
005120             UNTIL DIVISOR-SUB > RQL-DIVISOR-COUNT
005130                 OR DIVISOR-SUB > 4
005140     END-IF.
005150     MOVE SPACES TO HISTORY-KEY.
005160     IF FFT-USES-DIVISORS(REQUEST-SUB)
005170         STRING RQL-LIMIT DELIMITED BY SIZE
005180                 DIVISOR-WORK(1) DELIMITED BY SIZE
005190                 DIVISOR-WORK(2) DELIMITED BY SIZE
005200                 DIVISOR-WORK(3) DELIMITED BY SIZE
005210                 DIVISOR-WORK(4) DELIMITED BY SIZE
005220                 INTO HISTORY-KEY
005230         END-STRING
005240     ELSE
005250         MOVE RQL-LIMIT TO HISTORY-KEY
005260     END-IF.
005270     MOVE HISTORY-KEY TO FFT-PARM-KEY(REQUEST-SUB).
005280     MOVE SPACES TO FFT-DIVISOR-TEXT(REQUEST-SUB).
005290     STRING DIVISOR-WORK(1) DELIMITED BY SIZE
005300             "," DELIMITED BY SIZE
005310             DIVISOR-WORK(2) DELIMITED BY SIZE
005320             "," DELIMITED BY SIZE
005330             DIVISOR-WORK(3) DELIMITED BY SIZE
005340             "," DELIMITED BY SIZE
005350             DIVISOR-WORK(4) DELIMITED BY SIZE
005360             INTO FFT-DIVISOR-TEXT(REQUEST-SUB)
005370     END-STRING.
005380 1220-EXIT.
005390     EXIT.
005400*
005410 1225-MATCH-REGISTRY-ROW.
005420     IF RGT-PROBLEM(REGISTRY-SCAN-SUB) = RQL-PROBLEM-NUMBER
005430         MOVE 'Y' TO REG-FOUND-SW
005440         MOVE REGISTRY-SCAN-SUB TO REGISTRY-SUB
005450     END-IF.
005460 1225-EXIT.
005470     EXIT.
005480*
005490 1230-COPY-DIVISOR.
005500     MOVE RQL-DIVISOR(DIVISOR-SUB) TO DIVISOR-WORK(DIVISOR-SUB).
005510 1230-EXIT.
005520     EXIT.
005530*
005540******************************************************************
005550* 1300-SCAN-AUDIT - one pass over EULAUDIT from tonight on.  The
005560* suite's own EULER-SUT record says whether the night dispatched
005570* anything at all - none yet means the night has not run, and
005580* ENTRIES=0000 means it stopped at the edit or the window check
005590* with nothing dispatched, when EULSSTAT still holds the night
005600* before's codes and must not be read.  Every other record is
005610* matched to the requests for its program and limit, the latest
005620* run winning, so a rerun's result replaces the failed one.
005630******************************************************************
005640 1300-SCAN-AUDIT.
005650     MOVE "NIGHT NOT RUN" TO NIGHT-NOT-RUN-REASON.
005660     OPEN INPUT AUDIT-FILE.
005670     IF NOT AUD-FILE-OK
005680         MOVE "*** EULAUDIT NOT FOUND - NIGHT TREATED AS NOT RUN"
005690             TO REPORT-FILE-LINE
005700         WRITE REPORT-FILE-LINE
005710         GO TO 1300-EXIT
005720     END-IF.
005730     PERFORM 1310-SCAN-AUDIT-RECORD THRU 1310-EXIT
005740         UNTIL AUD-EOF.
005750     CLOSE AUDIT-FILE.
005760 1300-EXIT.
005770     EXIT.
005780*
005790 1310-SCAN-AUDIT-RECORD.
005800     READ AUDIT-FILE
005810         AT END
005820             MOVE 'Y' TO AUD-EOF-SW
005830             GO TO 1310-EXIT
005840     END-READ.
005850     MOVE AUD-TIMESTAMP TO AUDIT-DATE-X.
005860     IF AUDIT-DATE-X IS NOT NUMERIC
005870         GO TO 1310-EXIT
005880     END-IF.
005890     IF AUDIT-DATE-NUM < NIGHT-DATE
005900         GO TO 1310-EXIT
005910     END-IF.
005920     MOVE SPACES TO AUDIT-PARM-AREA.
005930     UNSTRING AUD-PARAMETERS DELIMITED BY "=" OR ALL " "
005940         INTO AUDIT-PARM-WORD-1 AUDIT-PARM-VALUE-1
005950              AUDIT-PARM-WORD-2 AUDIT-PARM-VALUE-2
005960     END-UNSTRING.
005970     IF AUD-PROGRAM-ID = "EULER-SUT"
005980         MOVE AUDIT-PARM-VALUE-1 TO SUITE-ENTRIES-X
005990         IF SUITE-ENTRIES-X IS NUMERIC
006000                 AND SUITE-ENTRIES-NUM > ZERO
006010             MOVE 'Y' TO NIGHT-RAN-SW
006020         ELSE
006030             MOVE 'N' TO NIGHT-RAN-SW
006040             MOVE "NIGHT STOPPED" TO NIGHT-NOT-RUN-REASON
006050         END-IF
006060         GO TO 1310-EXIT
006070     END-IF.
006080     MOVE AUDIT-PARM-VALUE-1 TO AUDIT-LIMIT-X.
006090     IF AUDIT-LIMIT-X IS NOT NUMERIC
006100         GO TO 1310-EXIT
006110     END-IF.
006120     PERFORM 1320-MATCH-AUDIT-ROW THRU 1320-EXIT
006130         VARYING REQUEST-SUB FROM 1 BY 1
006140         UNTIL REQUEST-SUB > REQUEST-COUNT.
006150 1310-EXIT.
006160     EXIT.
006170*
006180 1320-MATCH-AUDIT-ROW.
006190     IF FFT-STAT-PROGRAM-ID(REQUEST-SUB) NOT = AUD-PROGRAM-ID
006200             OR FFT-LIMIT(REQUEST-SUB) NOT = AUDIT-LIMIT-NUM
006210         GO TO 1320-EXIT
006220     END-IF.
006230     IF FFT-USES-DIVISORS(REQUEST-SUB)
006240             AND FFT-DIVISOR-TEXT(REQUEST-SUB)
006250                 NOT = AUDIT-PARM-VALUE-2
006260         GO TO 1320-EXIT
006270     END-IF.
006280     MOVE 'Y' TO FFT-RESULT-SW(REQUEST-SUB).
006290     MOVE AUD-RESULT TO FFT-RESULT(REQUEST-SUB).
006300     MOVE AUD-STATUS TO FFT-STATUS(REQUEST-SUB).
006310     MOVE AUDIT-DATE-NUM TO FFT-DONE-DATE(REQUEST-SUB).
006320 1320-EXIT.
006330     EXIT.
006340*
006350******************************************************************
006360* 1400-LOAD-STATUS - each entry's RC as EULER-SUITE left it on
006370* EULSSTAT, keyed by the entry's position on the list.
006380******************************************************************
006390 1400-LOAD-STATUS.
006400     OPEN INPUT STATUS-FILE.
006410     IF NOT STA-FILE-OK
006420         MOVE "*** EULSSTAT NOT FOUND - ENTRY CODES UNAVAILABLE"
006430             TO REPORT-FILE-LINE
006440         WRITE REPORT-FILE-LINE
006450         GO TO 1400-EXIT
006460     END-IF.
006470     PERFORM 1410-LOAD-STATUS-RECORD THRU 1410-EXIT
006480         UNTIL STA-EOF.
006490     CLOSE STATUS-FILE.
006500 1400-EXIT.
006510     EXIT.
006520*
006530 1410-LOAD-STATUS-RECORD.
006540     READ STATUS-FILE
006550         AT END
006560             MOVE 'Y' TO STA-EOF-SW
006570         NOT AT END
006580             IF STATUS-COUNT < 100
006590                 ADD 1 TO STATUS-COUNT
006600                 MOVE STA-ENTRY-SEQ
006610                     TO SST-ENTRY-SEQ(STATUS-COUNT)
006620                 MOVE STA-PROBLEM TO SST-PROBLEM(STATUS-COUNT)
006630                 MOVE STA-RC TO SST-RC(STATUS-COUNT)
006633                 MOVE STA-DISPOSITION
006636                     TO SST-DISPOSITION(STATUS-COUNT)
006640             END-IF
006650     END-READ.
006660 1410-EXIT.
006670     EXIT.
006680*
006690******************************************************************
006700* 1500-LOAD-REJECTS - entries the suite's pre-dispatch edit threw
006710* out tonight.  Those past the suite table carry sequence zero
006720* and are caught instead by having no EULSSTAT record.
006730******************************************************************
006740 1500-LOAD-REJECTS.
006750     OPEN INPUT REJECT-FILE.
006760     IF NOT REJ-FILE-OK
006770         GO TO 1500-EXIT
006780     END-IF.
006790     PERFORM 1510-LOAD-REJECT-RECORD THRU 1510-EXIT
006800         UNTIL REJ-EOF.
006810     CLOSE REJECT-FILE.
006820 1500-EXIT.
006830     EXIT.
006840*
006850 1510-LOAD-REJECT-RECORD.
006860     READ REJECT-FILE
006870         AT END
006880             MOVE 'Y' TO REJ-EOF-SW
006890         NOT AT END
006900             IF REJECT-COUNT < 100 AND REJ-ENTRY-SEQ > ZERO
006910                 ADD 1 TO REJECT-COUNT
006920                 MOVE REJ-ENTRY-SEQ
006930                     TO RJT-ENTRY-SEQ(REJECT-COUNT)
006940             END-IF
006950     END-READ.
006960 1510-EXIT.
006970     EXIT.
006980*
006990******************************************************************
007000* 2000-RESOLVE-REQUEST - decide one request's disposition, then
007010* hold it against the requester's needed-by date.  An audit
007020* record matched for an entry that never ran belongs to some
007030* other run of the same parameters and is not sent.
007040******************************************************************
007050 2000-RESOLVE-REQUEST.
007060     PERFORM 2100-SET-DISPOSITION THRU 2100-EXIT.
007070     IF FFT-DISPOSITION(REQUEST-SUB) = "NOT-RUN"
007080         MOVE 'N' TO FFT-RESULT-SW(REQUEST-SUB)
007090         MOVE ZERO TO FFT-RESULT(REQUEST-SUB)
007100         MOVE SPACES TO FFT-STATUS(REQUEST-SUB)
007110         MOVE ZERO TO FFT-DONE-DATE(REQUEST-SUB)
007120     END-IF.
007130     PERFORM 2300-CHECK-NEEDED-BY THRU 2300-EXIT.
007140 2000-EXIT.
007150     EXIT.
007160*
007170******************************************************************
007180* 2100-SET-DISPOSITION - the night must have dispatched, the
007190* entry must not be on the reject file and must have a status
007200* record for the same problem; RC 0 with a posted result is
007206* COMPLETED, anything else FAILED with its RC.  An entry the
007212* suite skipped on its dependency condition never ran at all.
007220******************************************************************
007230 2100-SET-DISPOSITION.
007240     IF NOT NIGHT-DISPATCHED
007250         MOVE "NOT-RUN" TO FFT-DISPOSITION(REQUEST-SUB)
007260         MOVE NIGHT-NOT-RUN-REASON TO FFT-REASON(REQUEST-SUB)
007270         GO TO 2100-EXIT
007280     END-IF.
007290     MOVE 'N' TO REJECT-FOUND-SW.
007300     IF REJECT-COUNT > ZERO
007310         PERFORM 2110-MATCH-REJECT-ROW THRU 2110-EXIT
007320             VARYING REJECT-SCAN-SUB FROM 1 BY 1
007330             UNTIL REJECT-SCAN-SUB > REJECT-COUNT
007340                 OR ENTRY-REJECTED
007350     END-IF.
007360     IF ENTRY-REJECTED
007370         MOVE "NOT-RUN" TO FFT-DISPOSITION(REQUEST-SUB)
007380         MOVE "ENTRY REJECTED" TO FFT-REASON(REQUEST-SUB)
007390         MOVE 16 TO FFT-RC(REQUEST-SUB)
007400         GO TO 2100-EXIT
007410     END-IF.
007420     MOVE 'N' TO STATUS-FOUND-SW.
007430     IF STATUS-COUNT > ZERO
007440         PERFORM 2120-MATCH-STATUS-ROW THRU 2120-EXIT
007450             VARYING STATUS-SCAN-SUB FROM 1 BY 1
007460             UNTIL STATUS-SCAN-SUB > STATUS-COUNT
007470                 OR STATUS-ROW-FOUND
007480     END-IF.
007490     IF NOT STATUS-ROW-FOUND
007500         MOVE "NOT-RUN" TO FFT-DISPOSITION(REQUEST-SUB)
007510         MOVE "NOT DISPATCHED" TO FFT-REASON(REQUEST-SUB)
007520         GO TO 2100-EXIT
007530     END-IF.
007540     IF SST-PROBLEM(STATUS-SUB) NOT = FFT-PROBLEM(REQUEST-SUB)
007550         MOVE "NOT-RUN" TO FFT-DISPOSITION(REQUEST-SUB)
007560         MOVE "LIST POSITION MOVED" TO FFT-REASON(REQUEST-SUB)
007570         GO TO 2100-EXIT
007580     END-IF.
007590     MOVE SST-RC(STATUS-SUB) TO FFT-RC(REQUEST-SUB).
007591     IF SST-DISPOSITION(STATUS-SUB) = "SKIPPED"
007592         MOVE "NOT-RUN" TO FFT-DISPOSITION(REQUEST-SUB)
007593         MOVE "CONDITION NOT MET" TO FFT-REASON(REQUEST-SUB)
007594         GO TO 2100-EXIT
007595     END-IF.
007600     IF FFT-RC(REQUEST-SUB) NOT = ZERO
007610         MOVE "FAILED" TO FFT-DISPOSITION(REQUEST-SUB)
007620         MOVE "NON-ZERO RC" TO FFT-REASON(REQUEST-SUB)
007630         GO TO 2100-EXIT
007640     END-IF.
007650     IF NOT FFT-RESULT-FOUND(REQUEST-SUB)
007660         PERFORM 2200-READ-HISTORY THRU 2200-EXIT
007670     END-IF.
007680     IF FFT-RESULT-FOUND(REQUEST-SUB)
007690         MOVE "COMPLETED" TO FFT-DISPOSITION(REQUEST-SUB)
007700     ELSE
007710         MOVE "FAILED" TO FFT-DISPOSITION(REQUEST-SUB)
007720         MOVE "NO RESULT POSTED" TO FFT-REASON(REQUEST-SUB)
007730     END-IF.
007740 2100-EXIT.
007750     EXIT.
007760*
007770 2110-MATCH-REJECT-ROW.
007780     IF RJT-ENTRY-SEQ(REJECT-SCAN-SUB)
007790             = FFT-ENTRY-SEQ(REQUEST-SUB)
007800         MOVE 'Y' TO REJECT-FOUND-SW
007810     END-IF.
007820 2110-EXIT.
007830     EXIT.
007840*
007850 2120-MATCH-STATUS-ROW.
007860     IF SST-ENTRY-SEQ(STATUS-SCAN-SUB)
007870             = FFT-ENTRY-SEQ(REQUEST-SUB)
007880         MOVE 'Y' TO STATUS-FOUND-SW
007890         MOVE STATUS-SCAN-SUB TO STATUS-SUB
007900     END-IF.
007910 2120-EXIT.
007920     EXIT.
007930*
007940******************************************************************
007950* 2200-READ-HISTORY - no audit record matched, so take the
007960* earliest dated result on EULRHIST for the program and parameter
007970* key from tonight on.
007980******************************************************************
007990 2200-READ-HISTORY.
008000     IF NOT HIST-FILE-OPENED
008010             OR FFT-STAT-PROGRAM-ID(REQUEST-SUB) = SPACES
008020         GO TO 2200-EXIT
008030     END-IF.
008040     MOVE FFT-STAT-PROGRAM-ID(REQUEST-SUB) TO HIST-PROGRAM-ID.
008050     MOVE FFT-PARM-KEY(REQUEST-SUB) TO HIST-PARM-KEY.
008060     MOVE NIGHT-DATE TO HIST-RUN-DATE.
008070     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
008080         INVALID KEY
008090             GO TO 2200-EXIT
008100     END-START.
008110     READ HISTORY-FILE NEXT RECORD
008120         AT END
008130             GO TO 2200-EXIT
008140     END-READ.
008150     IF HIST-PROGRAM-ID = FFT-STAT-PROGRAM-ID(REQUEST-SUB)
008160             AND HIST-PARM-KEY = FFT-PARM-KEY(REQUEST-SUB)
008170         MOVE 'Y' TO FFT-RESULT-SW(REQUEST-SUB)
008180         MOVE HIST-RESULT TO FFT-RESULT(REQUEST-SUB)
008190         MOVE HIST-STATUS TO FFT-STATUS(REQUEST-SUB)
008200         MOVE HIST-RUN-DATE TO FFT-DONE-DATE(REQUEST-SUB)
008210     END-IF.
008220 2200-EXIT.
008230     EXIT.
008240*
008250******************************************************************
008260* 2300-CHECK-NEEDED-BY - a needed-by date that passed before the
008270* result was posted, or that has passed with no result at all,
008280* makes the request LATE whatever else happened to it; the RC,
008290* result and reason still go out with it.
008300******************************************************************
008310 2300-CHECK-NEEDED-BY.
008320     IF FFT-NEEDED-BY(REQUEST-SUB) = ZERO
008330         GO TO 2300-EXIT
008340     END-IF.
008350     IF FFT-DISPOSITION(REQUEST-SUB) = "COMPLETED"
008360         IF FFT-DONE-DATE(REQUEST-SUB)
008370                 > FFT-NEEDED-BY(REQUEST-SUB)
008380             MOVE "LATE" TO FFT-DISPOSITION(REQUEST-SUB)
008390             MOVE "DONE AFTER NEEDED-BY"
008400                 TO FFT-REASON(REQUEST-SUB)
008410         END-IF
008420     ELSE
008430         IF TODAY-DATE > FFT-NEEDED-BY(REQUEST-SUB)
008440             MOVE "LATE" TO FFT-DISPOSITION(REQUEST-SUB)
008450         END-IF
008460     END-IF.
008470 2300-EXIT.
008480     EXIT.
008490*
008500******************************************************************
008510* 3000-WRITE-FEED-RECORD - one D record and one report line per
008520* request.  The result is sent only for a request that produced
008530* one; the hash total adds the result field as sent.
008540******************************************************************
008550 3000-WRITE-FEED-RECORD.
008560     EVALUATE FFT-DISPOSITION(REQUEST-SUB)
008570         WHEN "COMPLETED"
008580             ADD 1 TO COMPLETED-COUNT
008590         WHEN "FAILED"
008600             ADD 1 TO FAILED-COUNT
008610         WHEN "LATE"
008620             ADD 1 TO LATE-COUNT
008630         WHEN OTHER
008640             ADD 1 TO NOT-RUN-COUNT
008650     END-EVALUATE.
008660     MOVE SPACES TO FEED-FILE-LINE.
008670     STRING "D|" DELIMITED BY SIZE
008680             FFT-REQUESTER(REQUEST-SUB) DELIMITED BY SIZE
008690             "|" DELIMITED BY SIZE
008700             FFT-COST-CENTRE(REQUEST-SUB) DELIMITED BY SIZE
008710             "|" DELIMITED BY SIZE
008720             FFT-PROBLEM(REQUEST-SUB) DELIMITED BY SIZE
008730             "|" DELIMITED BY SIZE
008740             FFT-LIMIT(REQUEST-SUB) DELIMITED BY SIZE
008750             "|" DELIMITED BY SIZE
008760             FFT-ENTRY-SEQ(REQUEST-SUB) DELIMITED BY SIZE
008770             "|" DELIMITED BY SIZE
008780             FFT-DISPOSITION(REQUEST-SUB) DELIMITED BY SIZE
008790             "|" DELIMITED BY SIZE
008800             FFT-RC(REQUEST-SUB) DELIMITED BY SIZE
008810             "|" DELIMITED BY SIZE
008820             FFT-RESULT(REQUEST-SUB) DELIMITED BY SIZE
008830             "|" DELIMITED BY SIZE
008840             FFT-STATUS(REQUEST-SUB) DELIMITED BY SIZE
008850             "|" DELIMITED BY SIZE
008860             FFT-DONE-DATE(REQUEST-SUB) DELIMITED BY SIZE
008870             "|" DELIMITED BY SIZE
008880             FFT-NEEDED-BY(REQUEST-SUB) DELIMITED BY SIZE
008890             INTO FEED-FILE-LINE
008900     END-STRING.
008910     WRITE FEED-FILE-LINE.
008920     ADD 1 TO FEED-DETAIL-COUNT.
008930     COMPUTE HASH-TOTAL
008940         = FUNCTION MOD(HASH-TOTAL + FFT-RESULT(REQUEST-SUB),
008950             10000000000000).
008960     MOVE SPACES TO REPORT-FILE-LINE.
008970     STRING "ENTRY " DELIMITED BY SIZE
008980             FFT-ENTRY-SEQ(REQUEST-SUB) DELIMITED BY SIZE
008990             " " DELIMITED BY SIZE
009000             FFT-REQUESTER(REQUEST-SUB) DELIMITED BY SIZE
009010             " PROBLEM " DELIMITED BY SIZE
009020             FFT-PROBLEM(REQUEST-SUB) DELIMITED BY SIZE
009030             " LIMIT " DELIMITED BY SIZE
009040             FFT-LIMIT(REQUEST-SUB) DELIMITED BY SIZE
009050             " - " DELIMITED BY SIZE
009060             FFT-DISPOSITION(REQUEST-SUB) DELIMITED BY SIZE
009070             " RC " DELIMITED BY SIZE
009080             FFT-RC(REQUEST-SUB) DELIMITED BY SIZE
009090             " RESULT " DELIMITED BY SIZE
009100             FFT-RESULT(REQUEST-SUB) DELIMITED BY SIZE
009110             " " DELIMITED BY SIZE
009120             FFT-STATUS(REQUEST-SUB) DELIMITED BY SIZE
009130             " " DELIMITED BY SIZE
009140             FFT-REASON(REQUEST-SUB) DELIMITED BY SIZE
009150             INTO REPORT-FILE-LINE
009160     END-STRING.
009170     WRITE REPORT-FILE-LINE.
009180 3000-EXIT.
009190     EXIT.
009200*
009210******************************************************************
009220* 4000-WRITE-TRAILER - the balancing trailer: detail count, the
009230* count for each disposition and the hash total of the results.
009240******************************************************************
009250 4000-WRITE-TRAILER.
009260     MOVE SPACES TO FEED-FILE-LINE.
009270     STRING "T|" DELIMITED BY SIZE
009280             FEED-DETAIL-COUNT DELIMITED BY SIZE
009290             "|" DELIMITED BY SIZE
009300             COMPLETED-COUNT DELIMITED BY SIZE
009310             "|" DELIMITED BY SIZE
009320             FAILED-COUNT DELIMITED BY SIZE
009330             "|" DELIMITED BY SIZE
009340             NOT-RUN-COUNT DELIMITED BY SIZE
009350             "|" DELIMITED BY SIZE
009360             LATE-COUNT DELIMITED BY SIZE
009370             "|" DELIMITED BY SIZE
009380             HASH-TOTAL DELIMITED BY SIZE
009390             INTO FEED-FILE-LINE
009400     END-STRING.
009410     WRITE FEED-FILE-LINE.
009420     MOVE SPACES TO REPORT-FILE-LINE.
009430     STRING "REQUESTS: " DELIMITED BY SIZE
009440             FEED-DETAIL-COUNT DELIMITED BY SIZE
009450             "  COMPLETED: " DELIMITED BY SIZE
009460             COMPLETED-COUNT DELIMITED BY SIZE
009470             "  FAILED: " DELIMITED BY SIZE
009480             FAILED-COUNT DELIMITED BY SIZE
009490             "  NOT-RUN: " DELIMITED BY SIZE
009500             NOT-RUN-COUNT DELIMITED BY SIZE
009510             "  LATE: " DELIMITED BY SIZE
009520             LATE-COUNT DELIMITED BY SIZE
009530             INTO REPORT-FILE-LINE
009540     END-STRING.
009550     WRITE REPORT-FILE-LINE.
009560 4000-EXIT.
009570     EXIT.
009580*
009590******************************************************************
009600* 9000-FINALIZE - close up and set the return code: 16 when the
009610* feed could not be produced, 4 when any request did not complete
009620* on time, so the morning check sees it without reading the feed.
009630******************************************************************
009640 9000-FINALIZE.
009650     IF HIST-FILE-OPENED
009660         CLOSE HISTORY-FILE
009670     END-IF.
009680     IF FED-FILE-OPENED
009690         CLOSE FEED-FILE
009700     END-IF.
009710     IF RPT-FILE-OK
009720         CLOSE REPORT-FILE
009730     END-IF.
009740     IF JOB-ABEND
009750         MOVE 16 TO RETURN-CODE
009760     ELSE
009770         IF FAILED-COUNT > ZERO OR NOT-RUN-COUNT > ZERO
009780                 OR LATE-COUNT > ZERO
009790             MOVE 4 TO RETURN-CODE
009800         ELSE
009810             MOVE 0 TO RETURN-CODE
009820         END-IF
009830     END-IF.
009840 9000-EXIT.
009850     EXIT.
009860 END PROGRAM EULER-FULFIL.

000190*
000200* Modification History:
000210*   03/09/2026 LC  Initial version.
000211*   15/10/2026 LC  Requester authorization.  Each request is now
000212*                  checked against the EULRQMST requester master
000213*                  - unknown (15) or suspended (16) requesters,
000214*                  problems the requester is not entitled to
000215*                  (17), limits over the requester's maximum
000216*                  (18) and requests over the daily (19) or
000217*                  monthly (20) quota reject with their own
000218*                  EULRQACK reason codes.  Quota usage is
000219*                  carried forward across runs on EULRQUSE.
000220*   15/10/2026 LC  Every accepted request is now logged on
000221*                  EULRQLOG with the requester's cost centre,
000222*                  the night's list identity and the EULSCTL
000223*                  position it was appended at, so the
000224*                  post-night fulfilment feed can tie it to
000225*                  the suite entry it became.
000226*   15/10/2026 LC  EULSCTL entries carry a predecessor and
000227*                  condition; analytics requests are appended
000228*                  with none.
000229*   15/10/2026 LC  EULSCTL entries carry the limit sweep fields;
000230*                  analytics requests are appended as single
000231*                  runs.
000232*   15/10/2026 LC  EULSCTL entries carry the detail switch;
000233*                  analytics requests are appended with it off.
000234*   15/10/2026 LC  A preset-form entry already on EULSCTL is
000235*                  resolved through the EULSPSET version of its
000236*                  name in effect today, not the first row with
000237*                  that name.
000238******************************************************************
000239 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. EULER-REQIN.
000250 AUTHOR. LUKE CAPTAIN.
000260 DATE-WRITTEN. 03/09/2026.
000520     SELECT REPORT-FILE ASSIGN TO "EULRQRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RPT-FILE-STATUS.
000541
000542     SELECT REQUESTER-FILE ASSIGN TO "EULRQMST"
000543         ORGANIZATION IS LINE SEQUENTIAL
000544         FILE STATUS IS RQM-FILE-STATUS.
000545
000546     SELECT USAGE-FILE ASSIGN TO "EULRQUSE"
000547         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS RQU-FILE-STATUS.
000549
000550     SELECT REQUEST-LOG-FILE ASSIGN TO "EULRQLOG"
000551         ORGANIZATION IS LINE SEQUENTIAL
000552         FILE STATUS IS RQL-FILE-STATUS.
000553*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  REQUEST-FILE
000810     05  SUITE-DIVISOR-TABLE.
000820         10  SUITE-DIVISOR       PIC 9(04) OCCURS 4 TIMES.
000830     05  SUITE-CALC-MODE         PIC X(06).
000833     05  SUITE-PRED-SEQ          PIC X(04).
000836     05  SUITE-PRED-COND         PIC X(07).
000837     05  SUITE-SWEEP-DATA.
000838         10  SUITE-SWEEP-TYPE    PIC X(01).
000839         10  SUITE-SWEEP-TO      PIC 9(10).
000840         10  SUITE-SWEEP-STEP    PIC 9(10).
000841     05  SUITE-DETAIL-SW         PIC X(01).
000842*    Preset form of the same entry, as EULER-SUITE reads it - a
000850*    '*' tag where the limit would start and the EULSPSET
000860*    preset name after it.
000870 01  SUITE-PRESET-ENTRY.
001130     05  ACK-DISPOSITION         PIC X(08).
001140     05  ACK-SCHED-DATE          PIC 9(08).
001150     05  ACK-REASON-CODE         PIC 9(02).
001152
001154 FD  REQUEST-LOG-FILE
001156     LABEL RECORDS ARE STANDARD.
001158     COPY EULRQL.
001160
001170 FD  REPORT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  REPORT-FILE-LINE            PIC X(132).
001191
001192*    Requester master - one record per analytics user or team.
001193*    A zero quota or maximum limit means no cap; the problem
001194*    list is the requester's whole entitlement.
001195 FD  REQUESTER-FILE
001196     LABEL RECORDS ARE STANDARD.
001197 01  REQUESTER-RECORD.
001198     05  RQM-REQUESTER           PIC X(08).
001199     05  RQM-STATUS              PIC X(01).
001200         88  RQM-SUSPENDED             VALUE 'S'.
001201     05  RQM-COST-CENTRE         PIC X(06).
001202     05  RQM-DAILY-QUOTA         PIC 9(03).
001203     05  RQM-MONTHLY-QUOTA       PIC 9(05).
001204     05  RQM-MAX-LIMIT           PIC 9(10).
001205     05  RQM-PROBLEM-COUNT       PIC 9(02).
001206     05  RQM-PROBLEM-TABLE.
001207         10  RQM-PROBLEM         PIC 9(02) OCCURS 20 TIMES.
001208
001209*    Quota usage carried from run to run - requests accepted on
001210*    the usage date and in the usage month.
001211 FD  USAGE-FILE
001212     LABEL RECORDS ARE STANDARD.
001213 01  USAGE-RECORD.
001214     05  RQU-REQUESTER           PIC X(08).
001215     05  RQU-USAGE-DATE          PIC 9(08).
001216     05  RQU-DAILY-COUNT         PIC 9(03).
001217     05  RQU-USAGE-MONTH         PIC 9(06).
001218     05  RQU-MONTHLY-COUNT       PIC 9(05).
001219*
001220 WORKING-STORAGE SECTION.
001221 01  TODAY-DATE                  PIC 9(08).
001230 01  REQUESTS-READ               PIC 9(05) VALUE ZERO.
001240 01  REQUESTS-ACCEPTED           PIC 9(05) VALUE ZERO.
001250 01  REQUESTS-REJECTED           PIC 9(05) VALUE ZERO.
001320 01  PRESET-NAME-WORK            PIC X(08).
001330 01  PRESET-SUB                  PIC S9(04) COMP.
001340 01  PRESET-SCAN-SUB             PIC S9(04) COMP.
001341 01  TODAY-MONTH                 PIC 9(06).
001342 01  REQUESTER-SUB               PIC S9(04) COMP.
001343 01  REQUESTER-SCAN-SUB          PIC S9(04) COMP.
001344 01  ENTITLE-SCAN-SUB            PIC S9(04) COMP.
001345 01  REQUESTER-KEY-WORK          PIC X(08).
001346
001347*    Requester master with the quota usage carried in from
001348*    EULRQUSE, bumped as requests are accepted and written back
001349*    at the end of the run.
001350 01  REQUESTER-TABLE-AREA.
001351     05  REQUESTER-COUNT         PIC 9(02) VALUE ZERO.
001352     05  REQUESTER-TBL OCCURS 50 TIMES.
001353         10  RQT-REQUESTER       PIC X(08).
001354         10  RQT-STATUS          PIC X(01).
001355             88  RQT-SUSPENDED         VALUE 'S'.
001356         10  RQT-COST-CENTRE     PIC X(06).
001357         10  RQT-DAILY-QUOTA     PIC 9(03).
001358         10  RQT-MONTHLY-QUOTA   PIC 9(05).
001359         10  RQT-MAX-LIMIT       PIC 9(10).
001360         10  RQT-PROBLEM-COUNT   PIC 9(02).
001361         10  RQT-PROBLEM-TABLE.
001362             15  RQT-PROBLEM     PIC 9(02) OCCURS 20 TIMES.
001363         10  RQT-DAILY-USED      PIC 9(03).
001364         10  RQT-MONTHLY-USED    PIC 9(05).
001365
001366 01  REGISTRY-TABLE-AREA.
001370     05  REGISTRY-COUNT          PIC 9(02) VALUE ZERO.
001380     05  REGISTRY-TBL OCCURS 20 TIMES.
001390         10  RGT-PROBLEM         PIC X(02).
001640     05  ACCEPTED-TBL OCCURS 100 TIMES.
001650         10  ACC-ENTRY-REC       PIC X(43).
001660
001661*    Position on EULSCTL the next appended entry will take, and
001662*    the list's identity (its first entry's run date) as the
001663*    suite will see it.
001664 01  LIST-RECORD-COUNT           PIC 9(04) VALUE ZERO.
001665 01  LIST-NIGHT-IDENT            PIC X(08) VALUE SPACES.
001666
001670 01  REQIN-SWITCHES.
001680     05  ABEND-SW                PIC X(01) VALUE 'N'.
001690         88  JOB-ABEND                 VALUE 'Y'.
001870         88  PSL-EOF                   VALUE 'Y'.
001880     05  PRESET-FOUND-SW         PIC X(01) VALUE 'N'.
001890         88  PRESET-ROW-FOUND          VALUE 'Y'.
001891     05  RQM-EOF-SW              PIC X(01) VALUE 'N'.
001892         88  RQM-EOF                   VALUE 'Y'.
001893     05  RQU-EOF-SW              PIC X(01) VALUE 'N'.
001894         88  RQU-EOF                   VALUE 'Y'.
001895     05  REQUESTER-FOUND-SW      PIC X(01) VALUE 'N'.
001896         88  REQUESTER-ROW-FOUND       VALUE 'Y'.
001897     05  ENTITLED-SW             PIC X(01) VALUE 'N'.
001898         88  PROBLEM-ENTITLED          VALUE 'Y'.
001899     05  RQL-OPEN-SW             PIC X(01) VALUE 'N'.
001900         88  RQL-FILE-OPENED           VALUE 'Y'.
001901
001910 01  FILE-STATUS-AREA.
001920     05  RQI-FILE-STATUS         PIC X(02).
001930         88  RQI-FILE-OK               VALUE '00'.
002020         88  ACK-FILE-OK               VALUE '00'.
002030     05  RPT-FILE-STATUS         PIC X(02).
002040         88  RPT-FILE-OK               VALUE '00'.
002042     05  RQM-FILE-STATUS         PIC X(02).
002044         88  RQM-FILE-OK               VALUE '00'.
002046     05  RQU-FILE-STATUS         PIC X(02).
002048         88  RQU-FILE-OK               VALUE '00'.
002049     05  RQL-FILE-STATUS         PIC X(02).
002050         88  RQL-FILE-OK               VALUE '00'.
002051*
002060 PROCEDURE DIVISION.
002070******************************************************************
002080* 0000-MAINLINE - overall flow of control for the intake.
002120     IF NOT JOB-ABEND
002130         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
002140             UNTIL RQI-EOF
002145         PERFORM 4100-SAVE-QUOTA-USAGE THRU 4100-EXIT
002150         PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
002160     END-IF.
002170     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002290         GO TO 1000-EXIT
002300     END-IF.
002310     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
002315     DIVIDE TODAY-DATE BY 100 GIVING TODAY-MONTH.
002320     MOVE SPACES TO REPORT-FILE-LINE.
002330     STRING "EULER-REQIN - ANALYTICS RUN-REQUEST INTAKE"
002340             DELIMITED BY SIZE INTO REPORT-FILE-LINE
002500     END-IF.
002510     SET RQI-FILE-OPENED TO TRUE.
002520     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
002523     PERFORM 1400-LOAD-REQUESTERS THRU 1400-EXIT.
002526     PERFORM 1500-LOAD-QUOTA-USAGE THRU 1500-EXIT.
002530     PERFORM 1300-LOAD-PRESETS THRU 1300-EXIT.
002540     PERFORM 1200-LOAD-EXISTING-LIST THRU 1200-EXIT.
002550     OPEN EXTEND SUITE-CONTROL-FILE.
002740             TO REPORT-FILE-LINE
002750         WRITE REPORT-FILE-LINE
002760     END-IF.
002761     OPEN EXTEND REQUEST-LOG-FILE.
002762     IF NOT RQL-FILE-OK
002763         OPEN OUTPUT REQUEST-LOG-FILE
002764     END-IF.
002765     IF RQL-FILE-OK
002766         SET RQL-FILE-OPENED TO TRUE
002767     ELSE
002768         MOVE 'Y' TO ABEND-SW
002769         MOVE "*** EULRQLOG OPEN FAILED - RUN ABORTED ***"
002770             TO REPORT-FILE-LINE
002771         WRITE REPORT-FILE-LINE
002772     END-IF.
002773 1000-EXIT.
002780     EXIT.
002790*
002800******************************************************************
003450             MOVE 'Y' TO SCT-EOF-SW
003460             GO TO 1210-EXIT
003470     END-READ.
003472     ADD 1 TO LIST-RECORD-COUNT.
003474     IF LIST-RECORD-COUNT = 1
003476         MOVE SUITE-RUN-DATE TO LIST-NIGHT-IDENT
003478     END-IF.
003480*    A preset-form entry is held resolved, because the suite's
003490*    duplicate edit will compare tonight's deck resolved.  One
003500*    naming an unknown or out-of-effect preset rejects at the
003730     IF NOT PRESET-ROW-FOUND
003740         GO TO 1220-EXIT
003750     END-IF.
003850     MOVE PRS-LIMIT(PRESET-SUB) TO SUITE-LIMIT.
003860     MOVE PRS-DIVISOR-COUNT(PRESET-SUB)
003870         TO SUITE-DIVISOR-COUNT.
003950 1220-EXIT.
003960     EXIT.
003970*
003972*    EULSPSET may hold several dated versions of one name; only
003973*    the version in effect today matches.
003980 1225-MATCH-PRESET-ROW.
003990     IF PRS-NAME(PRESET-SCAN-SUB) NOT = PRESET-NAME-WORK
003992         GO TO 1225-EXIT
003994     END-IF.
003996     IF PRS-EFF-DATE(PRESET-SCAN-SUB) IS NOT NUMERIC
003998             OR PRS-EXP-DATE(PRESET-SCAN-SUB) IS NOT NUMERIC
004000         GO TO 1225-EXIT
004002     END-IF.
004004     IF TODAY-DATE < PRS-EFF-DATE(PRESET-SCAN-SUB)
004006             OR (PRS-EXP-DATE(PRESET-SCAN-SUB) > ZERO
004008             AND TODAY-DATE > PRS-EXP-DATE(PRESET-SCAN-SUB))
004010         GO TO 1225-EXIT
004012     END-IF.
004014     MOVE 'Y' TO PRESET-FOUND-SW.
004016     MOVE PRESET-SCAN-SUB TO PRESET-SUB.
004030 1225-EXIT.
004040     EXIT.
004050*
004460     EXIT.
004470*
004480******************************************************************
004481* 1400-LOAD-REQUESTERS - load the EULRQMST requester master.  A
004482* missing master leaves the table empty, so every request
004483* rejects as from an unknown requester rather than going
004484* through unchecked.
004485******************************************************************
004486 1400-LOAD-REQUESTERS.
004487     OPEN INPUT REQUESTER-FILE.
004488     IF NOT RQM-FILE-OK
004489         MOVE 'Y' TO RQM-EOF-SW
004490         MOVE SPACES TO REPORT-FILE-LINE
004491         STRING "*** EULRQMST NOT FOUND - ALL REQUESTS WILL"
004492                 DELIMITED BY SIZE
004493                 " REJECT AS UNKNOWN REQUESTER ***"
004494                 DELIMITED BY SIZE
004495                 INTO REPORT-FILE-LINE
004496         END-STRING
004497         WRITE REPORT-FILE-LINE
004498         GO TO 1400-EXIT
004499     END-IF.
004500     PERFORM 1410-LOAD-REQUESTER-RECORD THRU 1410-EXIT
004501         UNTIL RQM-EOF.
004502     CLOSE REQUESTER-FILE.
004503 1400-EXIT.
004504     EXIT.
004505*
004506 1410-LOAD-REQUESTER-RECORD.
004507     READ REQUESTER-FILE
004508         AT END
004509             MOVE 'Y' TO RQM-EOF-SW
004510         NOT AT END
004511             IF REQUESTER-COUNT < 50
004512                 ADD 1 TO REQUESTER-COUNT
004513                 MOVE RQM-REQUESTER
004514                     TO RQT-REQUESTER(REQUESTER-COUNT)
004515                 MOVE RQM-STATUS
004516                     TO RQT-STATUS(REQUESTER-COUNT)
004517                 MOVE RQM-COST-CENTRE
004518                     TO RQT-COST-CENTRE(REQUESTER-COUNT)
004519                 MOVE RQM-DAILY-QUOTA
004520                     TO RQT-DAILY-QUOTA(REQUESTER-COUNT)
004521                 MOVE RQM-MONTHLY-QUOTA
004522                     TO RQT-MONTHLY-QUOTA(REQUESTER-COUNT)
004523                 MOVE RQM-MAX-LIMIT
004524                     TO RQT-MAX-LIMIT(REQUESTER-COUNT)
004525                 MOVE RQM-PROBLEM-COUNT
004526                     TO RQT-PROBLEM-COUNT(REQUESTER-COUNT)
004527                 MOVE RQM-PROBLEM-TABLE
004528                     TO RQT-PROBLEM-TABLE(REQUESTER-COUNT)
004529                 MOVE ZERO TO RQT-DAILY-USED(REQUESTER-COUNT)
004530                 MOVE ZERO TO RQT-MONTHLY-USED(REQUESTER-COUNT)
004531             END-IF
004532     END-READ.
004533 1410-EXIT.
004534     EXIT.
004535*
004536******************************************************************
004537* 1500-LOAD-QUOTA-USAGE - carry in what each requester has
004538* already had accepted today and this month.  Counts from an
004539* earlier day or month are simply not carried, which is what
004540* resets the quotas.  No EULRQUSE yet means nothing used.
004541******************************************************************
004542 1500-LOAD-QUOTA-USAGE.
004543     OPEN INPUT USAGE-FILE.
004544     IF NOT RQU-FILE-OK
004545         MOVE 'Y' TO RQU-EOF-SW
004546         GO TO 1500-EXIT
004547     END-IF.
004548     PERFORM 1510-LOAD-USAGE-RECORD THRU 1510-EXIT
004549         UNTIL RQU-EOF.
004550     CLOSE USAGE-FILE.
004551 1500-EXIT.
004552     EXIT.
004553*
004554 1510-LOAD-USAGE-RECORD.
004555     READ USAGE-FILE
004556         AT END
004557             MOVE 'Y' TO RQU-EOF-SW
004558             GO TO 1510-EXIT
004559     END-READ.
004560     MOVE RQU-REQUESTER TO REQUESTER-KEY-WORK.
004561     PERFORM 3400-FIND-REQUESTER THRU 3400-EXIT.
004562     IF NOT REQUESTER-ROW-FOUND
004563         GO TO 1510-EXIT
004564     END-IF.
004565     IF RQU-USAGE-DATE IS NUMERIC
004566             AND RQU-DAILY-COUNT IS NUMERIC
004567             AND RQU-USAGE-DATE = TODAY-DATE
004568         MOVE RQU-DAILY-COUNT TO RQT-DAILY-USED(REQUESTER-SUB)
004569     END-IF.
004570     IF RQU-USAGE-MONTH IS NUMERIC
004571             AND RQU-MONTHLY-COUNT IS NUMERIC
004572             AND RQU-USAGE-MONTH = TODAY-MONTH
004573         MOVE RQU-MONTHLY-COUNT
004574             TO RQT-MONTHLY-USED(REQUESTER-SUB)
004575     END-IF.
004576 1510-EXIT.
004577     EXIT.
004578*
004579******************************************************************
004580* 2000-PROCESS-REQUEST - read and disposition one request,
004581* performed out-of-line until the drop file is exhausted.
004582******************************************************************
004583 2000-PROCESS-REQUEST.
004584     READ REQUEST-FILE
004585         AT END
004586             MOVE 'Y' TO RQI-EOF-SW
004587             GO TO 2000-EXIT
004588     END-READ.
004589     ADD 1 TO REQUESTS-READ.
004590     PERFORM 3000-EDIT-REQUEST THRU 3000-EXIT.
004600     IF EDIT-REASON-CODE = ZERO
004610         PERFORM 2100-ACCEPT-REQUEST THRU 2100-EXIT
004770     MOVE RQI-DIVISOR-COUNT TO SUITE-DIVISOR-COUNT.
004780     MOVE RQI-DIVISOR-TABLE TO SUITE-DIVISOR-TABLE.
004790     MOVE RQI-CALC-MODE TO SUITE-CALC-MODE.
004793     MOVE SPACES TO SUITE-PRED-SEQ.
004796     MOVE SPACES TO SUITE-PRED-COND.
004798     MOVE SPACES TO SUITE-SWEEP-DATA.
004799     MOVE SPACE TO SUITE-DETAIL-SW.
004800     WRITE SUITE-ENTRY.
004801     ADD 1 TO LIST-RECORD-COUNT.
004802     IF LIST-NIGHT-IDENT = SPACES
004803         MOVE SUITE-RUN-DATE TO LIST-NIGHT-IDENT
004804     END-IF.
004805     PERFORM 2110-LOG-REQUEST THRU 2110-EXIT.
004810     ADD 1 TO REQUESTS-ACCEPTED.
004813     ADD 1 TO RQT-DAILY-USED(REQUESTER-SUB).
004816     ADD 1 TO RQT-MONTHLY-USED(REQUESTER-SUB).
004820     IF ACCEPTED-COUNT < 100
004830         ADD 1 TO ACCEPTED-COUNT
004840         MOVE SUITE-ENTRY TO ACC-ENTRY-REC(ACCEPTED-COUNT)
005020     END-STRING.
005030     WRITE REPORT-FILE-LINE.
005040 2100-EXIT.
005041     EXIT.
005042*
005043******************************************************************
005044* 2110-LOG-REQUEST - record on EULRQLOG which night and which
005045* EULSCTL position the request became, with the requester's
005046* cost centre, for the fulfilment feed and chargeback.
005047******************************************************************
005048 2110-LOG-REQUEST.
005049     MOVE RQI-REQUESTER TO RQL-REQUESTER.
005050     MOVE RQT-COST-CENTRE(REQUESTER-SUB) TO RQL-COST-CENTRE.
005051     MOVE LIST-NIGHT-IDENT TO RQL-NIGHT-IDENT.
005052     MOVE TODAY-DATE TO RQL-SCHED-DATE.
005053     MOVE LIST-RECORD-COUNT TO RQL-ENTRY-SEQ.
005054     MOVE RQI-PROBLEM-NUMBER TO RQL-PROBLEM-NUMBER.
005055     MOVE RQI-LIMIT TO RQL-LIMIT.
005056     MOVE RQI-DIVISOR-COUNT TO RQL-DIVISOR-COUNT.
005057     MOVE RQI-DIVISOR-TABLE TO RQL-DIVISOR-TABLE.
005058     MOVE RQI-CALC-MODE TO RQL-CALC-MODE.
005059     MOVE RQI-NEEDED-BY TO RQL-NEEDED-BY.
005060     WRITE EULER-REQUEST-LOG-RECORD.
005061 2110-EXIT.
005062     EXIT.
005063*
005070 2200-REJECT-REQUEST.
005080     ADD 1 TO REQUESTS-REJECTED.
005090     IF ACK-FILE-OPENED
005350* intake, so a request that would only die tonight rejects now
005360* with the same reason codes the suite edit uses, plus 13 for a
005370* needed-by date already past and 14 for one that is not
005372* numeric.  The requester's own authorization is checked around
005374* them - 15 unknown and 16 suspended requester first, 17 for a
005376* problem the requester is not entitled to, 18 for a limit over
005378* the requester's maximum, and last of all 19 and 20 for the
005380* daily and monthly quota, so only a request that would
005382* otherwise be accepted is counted as over quota.  The first
005384* failed check decides the code.
005390******************************************************************
005400 3000-EDIT-REQUEST.
005410     MOVE ZERO TO EDIT-REASON-CODE.
005411     MOVE RQI-REQUESTER TO REQUESTER-KEY-WORK.
005412     PERFORM 3400-FIND-REQUESTER THRU 3400-EXIT.
005413     IF NOT REQUESTER-ROW-FOUND
005414         MOVE 15 TO EDIT-REASON-CODE
005415         GO TO 3000-EXIT
005416     END-IF.
005417     IF RQT-SUSPENDED(REQUESTER-SUB)
005418         MOVE 16 TO EDIT-REASON-CODE
005419         GO TO 3000-EXIT
005420     END-IF.
005421     IF RQI-PROBLEM-NUMBER IS NOT NUMERIC
005430         MOVE 01 TO EDIT-REASON-CODE
005440         GO TO 3000-EXIT
005450     END-IF.
005460     PERFORM 3100-FIND-REGISTRY-ENTRY THRU 3100-EXIT.
005470     IF NOT REGISTRY-ENTRY-FOUND
005480         MOVE 01 TO EDIT-REASON-CODE
005481         GO TO 3000-EXIT
005482     END-IF.
005483     PERFORM 3500-CHECK-ENTITLEMENT THRU 3500-EXIT.
005484     IF NOT PROBLEM-ENTITLED
005485         MOVE 17 TO EDIT-REASON-CODE
005490         GO TO 3000-EXIT
005500     END-IF.
005510     IF RQI-NEEDED-BY IS NOT NUMERIC
005620     END-IF.
005630     IF RQI-LIMIT = ZERO
005640         MOVE 04 TO EDIT-REASON-CODE
005641         GO TO 3000-EXIT
005642     END-IF.
005643     IF RQT-MAX-LIMIT(REQUESTER-SUB) IS NUMERIC
005644             AND RQT-MAX-LIMIT(REQUESTER-SUB) > ZERO
005645             AND RQI-LIMIT > RQT-MAX-LIMIT(REQUESTER-SUB)
005646         MOVE 18 TO EDIT-REASON-CODE
005650         GO TO 3000-EXIT
005660     END-IF.
005670     IF RQI-DIVISOR-COUNT IS NOT NUMERIC
005920         GO TO 3000-EXIT
005930     END-IF.
005940     PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT.
005942     IF EDIT-REASON-CODE NOT = ZERO
005944         GO TO 3000-EXIT
005946     END-IF.
005948     PERFORM 3600-CHECK-QUOTA THRU 3600-EXIT.
005950 3000-EXIT.
005960     EXIT.
005970*
006410     MOVE RQI-DIVISOR-COUNT TO SUITE-DIVISOR-COUNT.
006420     MOVE RQI-DIVISOR-TABLE TO SUITE-DIVISOR-TABLE.
006430     MOVE RQI-CALC-MODE TO SUITE-CALC-MODE.
006433     MOVE SPACES TO SUITE-PRED-SEQ.
006436     MOVE SPACES TO SUITE-PRED-COND.
006438     MOVE SPACES TO SUITE-SWEEP-DATA.
006439     MOVE SPACE TO SUITE-DETAIL-SW.
006440     IF ACCEPTED-COUNT > ZERO
006450         PERFORM 3310-MATCH-ACCEPTED-ROW THRU 3310-EXIT
006460             VARYING ACCEPTED-SCAN-SUB FROM 1 BY 1
006600 3310-EXIT.
006610     EXIT.
006620*
006621 3400-FIND-REQUESTER.
006622     MOVE 'N' TO REQUESTER-FOUND-SW.
006623     IF REQUESTER-COUNT > ZERO
006624         PERFORM 3410-MATCH-REQUESTER-ROW THRU 3410-EXIT
006625             VARYING REQUESTER-SCAN-SUB FROM 1 BY 1
006626             UNTIL REQUESTER-SCAN-SUB > REQUESTER-COUNT
006627                 OR REQUESTER-ROW-FOUND
006628     END-IF.
006629 3400-EXIT.
006630     EXIT.
006631*
006632 3410-MATCH-REQUESTER-ROW.
006633     IF RQT-REQUESTER(REQUESTER-SCAN-SUB) = REQUESTER-KEY-WORK
006634         MOVE 'Y' TO REQUESTER-FOUND-SW
006635         MOVE REQUESTER-SCAN-SUB TO REQUESTER-SUB
006636     END-IF.
006637 3410-EXIT.
006638     EXIT.
006639*
006640******************************************************************
006641* 3500-CHECK-ENTITLEMENT - is the problem on the requester's
006642* own list?  An empty or garbled list entitles them to nothing.
006643******************************************************************
006644 3500-CHECK-ENTITLEMENT.
006645     MOVE 'N' TO ENTITLED-SW.
006646     IF RQT-PROBLEM-COUNT(REQUESTER-SUB) IS NOT NUMERIC
006647         GO TO 3500-EXIT
006648     END-IF.
006649     IF RQT-PROBLEM-COUNT(REQUESTER-SUB) = ZERO
006650             OR RQT-PROBLEM-COUNT(REQUESTER-SUB) > 20
006651         GO TO 3500-EXIT
006652     END-IF.
006653     PERFORM 3510-MATCH-ENTITLED-PROBLEM THRU 3510-EXIT
006654         VARYING ENTITLE-SCAN-SUB FROM 1 BY 1
006655         UNTIL ENTITLE-SCAN-SUB
006656                 > RQT-PROBLEM-COUNT(REQUESTER-SUB)
006657             OR PROBLEM-ENTITLED.
006658 3500-EXIT.
006659     EXIT.
006660*
006661 3510-MATCH-ENTITLED-PROBLEM.
006662     IF RQT-PROBLEM(REQUESTER-SUB, ENTITLE-SCAN-SUB)
006663             = RQI-PROBLEM-NUMBER
006664         MOVE 'Y' TO ENTITLED-SW
006665     END-IF.
006666 3510-EXIT.
006667     EXIT.
006668*
006669******************************************************************
006670* 3600-CHECK-QUOTA - would accepting this request take the
006671* requester past the daily or monthly quota?  The counts include
006672* what earlier runs accepted, carried in from EULRQUSE.
006673******************************************************************
006674 3600-CHECK-QUOTA.
006675     IF RQT-DAILY-QUOTA(REQUESTER-SUB) IS NUMERIC
006676             AND RQT-DAILY-QUOTA(REQUESTER-SUB) > ZERO
006677             AND RQT-DAILY-USED(REQUESTER-SUB)
006678                 >= RQT-DAILY-QUOTA(REQUESTER-SUB)
006679         MOVE 19 TO EDIT-REASON-CODE
006680         GO TO 3600-EXIT
006681     END-IF.
006682     IF RQT-MONTHLY-QUOTA(REQUESTER-SUB) IS NUMERIC
006683             AND RQT-MONTHLY-QUOTA(REQUESTER-SUB) > ZERO
006684             AND RQT-MONTHLY-USED(REQUESTER-SUB)
006685                 >= RQT-MONTHLY-QUOTA(REQUESTER-SUB)
006686         MOVE 20 TO EDIT-REASON-CODE
006687     END-IF.
006688 3600-EXIT.
006689     EXIT.
006690*
006691 3700-SET-REASON-TEXT.
006692     EVALUATE EDIT-REASON-CODE
006693         WHEN 01
006694             MOVE "UNKNOWN PROBLEM NUMBER" TO EDIT-REASON-TEXT
006695         WHEN 03
006696             MOVE "LIMIT NOT NUMERIC" TO EDIT-REASON-TEXT
006697         WHEN 04
006700             MOVE "LIMIT IS ZERO" TO EDIT-REASON-TEXT
006710         WHEN 05
006720             MOVE "DIVISOR COUNT INVALID" TO EDIT-REASON-TEXT
006830         WHEN 14
006840             MOVE "NEEDED-BY DATE NOT NUMERIC"
006850                 TO EDIT-REASON-TEXT
006851         WHEN 15
006852             MOVE "UNKNOWN REQUESTER" TO EDIT-REASON-TEXT
006853         WHEN 16
006854             MOVE "REQUESTER SUSPENDED" TO EDIT-REASON-TEXT
006855         WHEN 17
006856             MOVE "PROBLEM NOT ENTITLED" TO EDIT-REASON-TEXT
006857         WHEN 18
006858             MOVE "LIMIT OVER REQUESTER MAXIMUM"
006859                 TO EDIT-REASON-TEXT
006860         WHEN 19
006861             MOVE "DAILY QUOTA EXCEEDED" TO EDIT-REASON-TEXT
006862         WHEN 20
006863             MOVE "MONTHLY QUOTA EXCEEDED" TO EDIT-REASON-TEXT
006864         WHEN OTHER
006870             MOVE "UNKNOWN REASON" TO EDIT-REASON-TEXT
006880     END-EVALUATE.
006890 3700-EXIT.
007000             INTO REPORT-FILE-LINE
007010     END-STRING.
007020     WRITE REPORT-FILE-LINE.
007021     IF REQUESTER-COUNT > ZERO
007022         PERFORM 4010-WRITE-REQUESTER-USAGE THRU 4010-EXIT
007023             VARYING REQUESTER-SCAN-SUB FROM 1 BY 1
007024             UNTIL REQUESTER-SCAN-SUB > REQUESTER-COUNT
007025     END-IF.
007030 4000-EXIT.
007031     EXIT.
007032*
007033 4010-WRITE-REQUESTER-USAGE.
007034     MOVE SPACES TO REPORT-FILE-LINE.
007035     STRING "REQUESTER " DELIMITED BY SIZE
007036             RQT-REQUESTER(REQUESTER-SCAN-SUB) DELIMITED BY SIZE
007037             " COST CENTRE " DELIMITED BY SIZE
007038             RQT-COST-CENTRE(REQUESTER-SCAN-SUB)
007039             DELIMITED BY SIZE
007040             "  USED TODAY: " DELIMITED BY SIZE
007041             RQT-DAILY-USED(REQUESTER-SCAN-SUB)
007042             DELIMITED BY SIZE
007043             " OF " DELIMITED BY SIZE
007044             RQT-DAILY-QUOTA(REQUESTER-SCAN-SUB)
007045             DELIMITED BY SIZE
007046             "  THIS MONTH: " DELIMITED BY SIZE
007047             RQT-MONTHLY-USED(REQUESTER-SCAN-SUB)
007048             DELIMITED BY SIZE
007049             " OF " DELIMITED BY SIZE
007050             RQT-MONTHLY-QUOTA(REQUESTER-SCAN-SUB)
007051             DELIMITED BY SIZE
007052             INTO REPORT-FILE-LINE
007053     END-STRING.
007054     WRITE REPORT-FILE-LINE.
007055 4010-EXIT.
007056     EXIT.
007057*
007058******************************************************************
007059* 4100-SAVE-QUOTA-USAGE - write every requester's usage back to
007060* EULRQUSE for the next run, stamped with today's date and
007061* month.  A usage file that cannot be written is reported and
007062* the run ends RC 16, since the quotas would not carry forward.
007063******************************************************************
007064 4100-SAVE-QUOTA-USAGE.
007065     IF REQUESTER-COUNT = ZERO
007066         GO TO 4100-EXIT
007067     END-IF.
007068     OPEN OUTPUT USAGE-FILE.
007069     IF NOT RQU-FILE-OK
007070         MOVE 'Y' TO ABEND-SW
007071         MOVE "*** EULRQUSE WRITE FAILED - QUOTA USAGE NOT SAVED"
007072             TO REPORT-FILE-LINE
007073         WRITE REPORT-FILE-LINE
007074         GO TO 4100-EXIT
007075     END-IF.
007076     PERFORM 4110-WRITE-USAGE-RECORD THRU 4110-EXIT
007077         VARYING REQUESTER-SCAN-SUB FROM 1 BY 1
007078         UNTIL REQUESTER-SCAN-SUB > REQUESTER-COUNT.
007079     CLOSE USAGE-FILE.
007080 4100-EXIT.
007081     EXIT.
007082*
007083 4110-WRITE-USAGE-RECORD.
007084     MOVE RQT-REQUESTER(REQUESTER-SCAN-SUB) TO RQU-REQUESTER.
007085     MOVE TODAY-DATE TO RQU-USAGE-DATE.
007086     MOVE RQT-DAILY-USED(REQUESTER-SCAN-SUB) TO RQU-DAILY-COUNT.
007087     MOVE TODAY-MONTH TO RQU-USAGE-MONTH.
007088     MOVE RQT-MONTHLY-USED(REQUESTER-SCAN-SUB)
007089         TO RQU-MONTHLY-COUNT.
007090     WRITE USAGE-RECORD.
007091 4110-EXIT.
007092     EXIT.
007093*
007094 9000-FINALIZE.
007095     IF SCT-FILE-OPENED
007096         CLOSE SUITE-CONTROL-FILE
007097     END-IF.
007100     IF ACK-FILE-OPENED
007110         CLOSE ACK-FILE
007120     END-IF.
007122     IF RQL-FILE-OPENED
007124         CLOSE REQUEST-LOG-FILE
007126     END-IF.
007130     IF RQI-FILE-OPENED
007140         CLOSE REQUEST-FILE
007150     END-IF.

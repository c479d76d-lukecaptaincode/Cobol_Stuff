001168*                  so a night that crosses midnight keeps its
001169*                  pre-midnight DISCREP/OVERFLOW postings on the
001170*                  alert page.
001171*   15/10/2026 LC  Inter-entry dependencies - an EULSCTL entry
001172*                  may name a predecessor by list position and a
001173*                  condition on its outcome (RC0, DISCREP or
001174*                  ALWAYS).  The edit rejects missing
001175*                  predecessors (21), loops (22) and unknown
001176*                  conditions (23); dispatch now runs in passes
001177*                  so an entry waits for its predecessor, and an
001178*                  entry whose condition is not met is SKIPPED
001179*                  with RC 4.  The outcome is carried on
001180*                  EULSSTAT and EULSCKPT and shown on the pack
001181*                  and the alert page.
001182*   15/10/2026 LC  Limit sweeps - an EULSCTL entry carrying a
001183*                  step type (A adds, M multiplies), a to-limit
001184*                  and a step runs as a series from SUITE-LIMIT
001185*                  up to the to-limit.  The edit expands it into
001186*                  individual runs (rejects 24-27), each is
001187*                  forecast, dispatched, paged and checkpointed
001188*                  on its own, and the night writes the EULSWRPT
001189*                  sweep summary of each limit's result, status,
001190*                  elapsed seconds and change from the previous
001191*                  limit.
001192*   15/10/2026 LC  Added SUITE-DETAIL-SW to the EULSCTL entry and
001193*                  passed it to the job as CTL-DETAIL-SW, so an
001194*                  entry can ask EULER-TWO or EULER-THREE for its
001195*                  detail file and report section.
001196*   15/10/2026 LC  A CERTFAIL a job posted to EULAUDIT tonight -
001197*                  a result that disagrees with its certified
001198*                  answer on EULREFS - is raised at severity 1
001199*                  at the top of EULSALRT, ahead of every other
001200*                  alert.
001201*   15/10/2026 LC  A preset-form entry resolves to the EULSPSET
001202*                  version of its name in effect today, not the
001203*                  first row with that name; a name with no
001204*                  version in effect rejects 12, one not on the
001205*                  library at all 11.
001206*   15/10/2026 LC  EULSREJ carries the whole 76-byte entry -
001207*                  dependency, sweep and detail fields included -
001208*                  instead of its first 43 bytes.
001209******************************************************************
001210 IDENTIFICATION DIVISION.
001211 PROGRAM-ID. EULER-SUITE.
001212 AUTHOR. LUKE CAPTAIN.
001213 DATE-WRITTEN. 08/08/2026.
001220 DATE-COMPILED.
001230*
001240 ENVIRONMENT DIVISION.
001830     SELECT ALERT-FILE ASSIGN TO "EULSALRT"
001840         ORGANIZATION IS LINE SEQUENTIAL
001850         FILE STATUS IS ALR-FILE-STATUS.
001852
001854     SELECT SWEEP-REPORT-FILE ASSIGN TO "EULSWRPT"
001856         ORGANIZATION IS LINE SEQUENTIAL
001858         FILE STATUS IS SWR-FILE-STATUS.
001860*
001870 DATA DIVISION.
001880 FILE SECTION.
001960     05  SUITE-DIVISOR-TABLE.
001970         10  SUITE-DIVISOR       PIC 9(04) OCCURS 4 TIMES.
001980     05  SUITE-CALC-MODE         PIC X(06).
001981*    Optional dependency - the list position of the entry this
001982*    one waits for and the condition on how that entry ended.
001983     05  SUITE-PRED-SEQ          PIC X(04).
001984     05  SUITE-PRED-SEQ-NUM REDEFINES SUITE-PRED-SEQ
001985                                 PIC 9(04).
001986     05  SUITE-PRED-COND         PIC X(07).
001987*    Sweep form - a step type turns the entry into a series of
001988*    runs from SUITE-LIMIT up to the to-limit, adding the step
001989*    (A) or multiplying by it (M).  Blank for a single run.
001990     05  SUITE-SWEEP-DATA.
001991         10  SUITE-SWEEP-TYPE    PIC X(01).
001992             88  SUITE-SWEEP-ADD       VALUE 'A'.
001993             88  SUITE-SWEEP-MULTIPLY  VALUE 'M'.
001994         10  SUITE-SWEEP-TO      PIC 9(10).
001995         10  SUITE-SWEEP-STEP    PIC 9(10).
001996*    Y asks the job for its detail file and report section.
001997     05  SUITE-DETAIL-SW         PIC X(01).
001998*    Preset form of the same entry - a '*' tag where the limit
002000*    would start and the EULSPSET preset name after it.
002010 01  SUITE-PRESET-ENTRY.
002020     05  SUITE-PST-PROBLEM       PIC 9(02).
002390 01  REJECT-RECORD.
002400     05  REJ-ENTRY-SEQ           PIC 9(04).
002410     05  REJ-REASON-CODE         PIC 9(02).
002420*    The entry as it was read, all 76 bytes, so a dependency
002421*    or sweep reject shows the fields it was rejected on.
002422     05  REJ-ENTRY-DATA.
002423         10  REJ-ENTRY-BASE      PIC X(43).
002424         10  REJ-PRED-SEQ        PIC X(04).
002425         10  REJ-PRED-COND       PIC X(07).
002426         10  REJ-SWEEP-DATA      PIC X(21).
002427         10  REJ-DETAIL-SW       PIC X(01).
002430
002440 FD  PACK-FILE
002450     LABEL RECORDS ARE STANDARD.
002550     05  STA-ENTRY-SEQ           PIC 9(04).
002560     05  STA-PROBLEM             PIC X(02).
002570     05  STA-RC                  PIC 9(04).
002575     05  STA-DISPOSITION         PIC X(08).
002580
002590 FD  STAT-FILE
002600     LABEL RECORDS ARE STANDARD.
002680     05  CKP-PROBLEM             PIC X(02).
002690     05  CKP-RC                  PIC 9(04).
002700     05  CKP-PACK-PAGE           PIC 9(04).
002705     05  CKP-DISPOSITION         PIC X(08).
002706*    A sweep run's own row carries its point number and what it
002707*    posted; the entry's closing row leaves the point blank.
002708     05  CKP-SWEEP-POINT         PIC X(03).
002709     05  CKP-RESULT              PIC 9(15).
002710     05  CKP-AUD-STATUS          PIC X(08).
002711     05  CKP-ELAPSED-SECS        PIC 9(07).
002712
002720 FD  PRESET-FILE
002730     LABEL RECORDS ARE STANDARD.
002740 01  PRESET-RECORD.
002880     05  ALR-SEVERITY            PIC 9(01).
002890     05  FILLER                  PIC X(01).
002900     05  ALR-TEXT                PIC X(78).
002902
002904 FD  SWEEP-REPORT-FILE
002906     LABEL RECORDS ARE STANDARD.
002908 01  SWEEP-REPORT-LINE           PIC X(80).
002910*
002920 WORKING-STORAGE SECTION.
002930 01  JOB-RC                      PIC S9(04) COMP.
003210 01  ALERT-COUNT                 PIC 9(04) VALUE ZERO.
003220 01  ALERT-REJECT-COUNT          PIC 9(04) VALUE ZERO.
003230 01  ALERT-SCAN-SUB              PIC S9(04) COMP.
003231 01  PRED-SUB                    PIC S9(04) COMP.
003232 01  CHAIN-SUB                   PIC S9(04) COMP.
003233 01  CHAIN-STEPS                 PIC S9(04) COMP.
003234 01  SKIPPED-COUNT               PIC 9(04) VALUE ZERO.
003235 01  DISPATCH-TIMESTAMP          PIC X(26).
003236 01  PRIOR-DISP-WORK             PIC X(08).
003237 01  CKPT-DISP-WORK              PIC X(08).
003238 01  POINT-SUB                   PIC S9(04) COMP.
003239 01  POINT-LAST                  PIC S9(04) COMP.
003240 01  SWEEP-SCAN-SUB              PIC S9(04) COMP.
003241 01  SWEEP-POINTS-NEEDED         PIC S9(04) COMP.
003242 01  SWEEP-WORST-RC              PIC S9(04) COMP.
003243 01  POINT-LIMIT-WORK            PIC 9(12).
003244 01  SWEEP-OUTCOME-WORK          PIC X(08).
003245 01  SWEEP-TEXT                  PIC X(18).
003246 01  SWEEP-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
003247 01  SWEEP-RUN-COUNT             PIC 9(04) VALUE ZERO.
003248 01  POINT-RESULT-WORK           PIC 9(15).
003249 01  POINT-STATUS-WORK           PIC X(08).
003250 01  POINT-ELAPSED-WORK          PIC 9(07).
003251 01  POINT-OUTCOME-WORK          PIC X(08).
003252 01  STAT-STAMP-WORK             PIC X(26).
003253 01  SWEEP-DELTA                 PIC S9(15).
003254 01  SWEEP-POINT-DISPLAY         PIC 9(03).
003255 01  SWEEP-COUNT-DISPLAY         PIC 9(03).
003256 01  SWEEP-LIMIT-DISPLAY         PIC Z(09)9.
003257 01  SWEEP-RESULT-DISPLAY        PIC Z(14)9.
003258 01  SWEEP-SECS-DISPLAY          PIC Z(06)9.
003259 01  SWEEP-DELTA-DISPLAY         PIC -(15)9.
003260 01  SWEEP-STATUS-DISPLAY        PIC X(08).
003261
003262 01  AUDIT-DATE-AREA.
003263     05  AUDIT-DATE-X            PIC X(08).
003270     05  AUDIT-DATE-NUM REDEFINES AUDIT-DATE-X
003280                                 PIC 9(08).
003290 01  PRIOR-RC-WORK               PIC 9(04).
004290         88  PSL-EOF                   VALUE 'Y'.
004300     05  PRESET-FOUND-SW         PIC X(01) VALUE 'N'.
004310         88  PRESET-ROW-FOUND          VALUE 'Y'.
004312     05  PRESET-NAME-SW          PIC X(01) VALUE 'N'.
004314         88  PRESET-NAME-SEEN          VALUE 'Y'.
004320     05  ALR-OPEN-SW             PIC X(01) VALUE 'N'.
004330         88  ALERT-FILE-OPENED         VALUE 'Y'.
004332     05  ALR-CERT-PASS-SW        PIC X(01) VALUE 'N'.
004334         88  ALERT-CERTFAIL-PASS       VALUE 'Y'.
004340     05  ALR-AUD-EOF-SW          PIC X(01) VALUE 'N'.
004350         88  ALERT-AUD-EOF             VALUE 'Y'.
004351     05  PASS-PROGRESS-SW        PIC X(01) VALUE 'N'.
004352         88  PASS-MADE-PROGRESS        VALUE 'Y'.
004353     05  ENTRY-SKIPPED-SW        PIC X(01) VALUE 'N'.
004354         88  ENTRY-SKIPPED             VALUE 'Y'.
004355     05  CHAIN-LOOP-SW           PIC X(01) VALUE 'N'.
004356         88  CHAIN-LOOPS               VALUE 'Y'.
004357     05  DEPEND-HEAD-SW          PIC X(01) VALUE 'N'.
004358         88  DEPEND-HEADING-DONE       VALUE 'Y'.
004359     05  DSP-AUD-EOF-SW          PIC X(01) VALUE 'N'.
004360         88  DISPATCH-AUD-EOF          VALUE 'Y'.
004361     05  PT-STT-EOF-SW           PIC X(01) VALUE 'N'.
004362         88  POINT-STAT-EOF            VALUE 'Y'.
004363     05  CKP-PT-FOUND-SW         PIC X(01) VALUE 'N'.
004364         88  CKPT-POINT-DONE           VALUE 'Y'.
004365
004370 01  FILE-STATUS-AREA.
004380     05  SCT-FILE-STATUS         PIC X(02).
004390         88  SCT-FILE-OK               VALUE '00'.
004710         88  PSL-FILE-NOT-FOUND        VALUE '35'.
004720     05  ALR-FILE-STATUS         PIC X(02).
004730         88  ALR-FILE-OK               VALUE '00'.
004733     05  SWR-FILE-STATUS         PIC X(02).
004736         88  SWR-FILE-OK               VALUE '00'.
004740
004750 01  SUITE-TABLE-AREA.
004760     05  SUITE-ENTRY-COUNT       PIC 9(03) VALUE ZERO.
004850         10  SUI-CARRIED-SW      PIC X(01).
004860             88  SUI-CARRIED           VALUE 'Y'.
004870         10  SUI-PRESET-NAME     PIC X(08).
004871         10  SUI-PRED-SEQ        PIC X(04).
004872         10  SUI-PRED-SEQ-NUM REDEFINES SUI-PRED-SEQ
004873                                 PIC 9(04).
004874         10  SUI-PRED-COND       PIC X(07).
004875         10  SUI-SETTLED-SW      PIC X(01).
004876             88  SUI-SETTLED           VALUE 'Y'.
004877*        COMPLETE, DISCREP, FAILED, SKIPPED or REJECTED.
004878         10  SUI-OUTCOME         PIC X(08).
004879         10  SUI-SWEEP-DATA.
004880             15  SUI-SWEEP-TYPE  PIC X(01).
004881             15  SUI-SWEEP-TO    PIC X(10).
004882             15  SUI-SWEEP-STEP  PIC X(10).
004883             15  SUI-SWEEP-STEP-NUM REDEFINES SUI-SWEEP-STEP
004884                                 PIC 9(10).
004885         10  SUI-DETAIL-SW       PIC X(01).
004886*        The entry's runs in the sweep point table - none for
004887*        a single-run entry.
004888         10  SUI-POINT-FIRST     PIC S9(04) COMP.
004889         10  SUI-POINT-COUNT     PIC S9(04) COMP.
004890
004891 01  PRIOR-STATUS-AREA.
004900     05  PRIOR-STATUS-COUNT      PIC 9(03) VALUE ZERO.
004910     05  PRIOR-STATUS-TBL OCCURS 100 TIMES.
004920         10  PST-ENTRY-SEQ       PIC 9(04).
004930         10  PST-PROBLEM         PIC X(02).
004940         10  PST-RC              PIC 9(04).
004945         10  PST-DISPOSITION     PIC X(08).
004950
004960 01  SUITE-CKPT-AREA.
004970     05  CKPT-DONE-COUNT         PIC 9(03) VALUE ZERO.
004980     05  CKPT-DONE-TBL OCCURS 600 TIMES.
004990         10  CKD-NIGHT           PIC X(08).
005000         10  CKD-ENTRY-SEQ       PIC 9(04).
005010         10  CKD-PROBLEM         PIC X(02).
005020         10  CKD-RC              PIC 9(04).
005025         10  CKD-DISPOSITION     PIC X(08).
005026         10  CKD-POINT           PIC X(03).
005027         10  CKD-RESULT          PIC 9(15).
005028         10  CKD-AUD-STATUS      PIC X(08).
005029         10  CKD-ELAPSED-SECS    PIC 9(07).
005030
005031*    Every run of every accepted sweep, in list order, with what
005032*    it came back with for the sweep summary.
005033 01  SWEEP-POINT-AREA.
005034     05  SWEEP-POINT-COUNT       PIC 9(03) VALUE ZERO.
005035     05  SWEEP-POINT-TBL OCCURS 500 TIMES.
005036         10  SWP-ENTRY-SEQ       PIC 9(04).
005037         10  SWP-POINT           PIC 9(03).
005038         10  SWP-LIMIT           PIC 9(10).
005039         10  SWP-RC              PIC S9(04) COMP.
005040         10  SWP-RESULT          PIC 9(15).
005041         10  SWP-STATUS          PIC X(08).
005042         10  SWP-ELAPSED-SECS    PIC 9(07).
005043*            COMPLETE, DISCREP or FAILED; blank until it runs.
005044         10  SWP-OUTCOME         PIC X(08).
005045*
005046 PROCEDURE DIVISION.
005050******************************************************************
005060* 0000-MAINLINE - load and edit the nightly problem list, then
005070* dispatch each accepted entry to the job that handles it.  When
005140         PERFORM 2000-LOAD-ENTRY THRU 2000-EXIT
005150             UNTIL SCT-EOF
005152         PERFORM 1650-CHECK-NIGHT-RESTART THRU 1650-EXIT
005156         PERFORM 2400-EDIT-DEPENDENCIES THRU 2400-EXIT
005160         PERFORM 2500-WRITE-EDIT-TRAILER THRU 2500-EXIT
005170         PERFORM 2550-FORECAST-NIGHT THRU 2550-EXIT
005180         IF EDIT-REJECT-COUNT > ZERO AND REJECT-STOPS-NIGHT
005230                 MOVE 'Y' TO WINDOW-REFUSED-SW
005240                 MOVE 16 TO WORST-RC
005250             ELSE
005260                 PERFORM 2590-DISPATCH-LIST THRU 2590-EXIT
005290             END-IF
005300         END-IF
005310     END-IF.
007200                 MOVE STA-PROBLEM
007210                     TO PST-PROBLEM(PRIOR-STATUS-COUNT)
007220                 MOVE STA-RC TO PST-RC(PRIOR-STATUS-COUNT)
007223                 MOVE STA-DISPOSITION
007226                     TO PST-DISPOSITION(PRIOR-STATUS-COUNT)
007230             END-IF
007240     END-READ.
007250 1510-EXIT.
007510         AT END
007520             MOVE 'Y' TO CKP-EOF-SW
007530         NOT AT END
007540             IF CKPT-DONE-COUNT < 600
007550                 ADD 1 TO CKPT-DONE-COUNT
007560                 MOVE CKP-NIGHT-IDENT
007570                     TO CKD-NIGHT(CKPT-DONE-COUNT)
007600                 MOVE CKP-PROBLEM
007610                     TO CKD-PROBLEM(CKPT-DONE-COUNT)
007620                 MOVE CKP-RC TO CKD-RC(CKPT-DONE-COUNT)
007623                 MOVE CKP-DISPOSITION
007626                     TO CKD-DISPOSITION(CKPT-DONE-COUNT)
007627                 MOVE CKP-SWEEP-POINT
007628                     TO CKD-POINT(CKPT-DONE-COUNT)
007629                 IF CKP-SWEEP-POINT = SPACES
007630                     MOVE ZERO TO CKD-RESULT(CKPT-DONE-COUNT)
007631                     MOVE SPACES
007632                         TO CKD-AUD-STATUS(CKPT-DONE-COUNT)
007633                     MOVE ZERO
007634                         TO CKD-ELAPSED-SECS(CKPT-DONE-COUNT)
007635                 ELSE
007636                     MOVE CKP-RESULT
007637                         TO CKD-RESULT(CKPT-DONE-COUNT)
007638                     MOVE CKP-AUD-STATUS
007639                         TO CKD-AUD-STATUS(CKPT-DONE-COUNT)
007640                     MOVE CKP-ELAPSED-SECS
007641                         TO CKD-ELAPSED-SECS(CKPT-DONE-COUNT)
007642                 END-IF
007643             END-IF
007644     END-READ.
007650 1610-EXIT.
007660     EXIT.
007670*
008580                 MOVE 16 TO SUI-JOB-RC(ENTRY-SUB)
008590                 MOVE SPACES TO SUI-PRESET-NAME(ENTRY-SUB)
008600                 MOVE 'N' TO SUI-CARRIED-SW(ENTRY-SUB)
008601                 MOVE SUITE-PRED-SEQ TO SUI-PRED-SEQ(ENTRY-SUB)
008602                 MOVE SUITE-PRED-COND
008603                     TO SUI-PRED-COND(ENTRY-SUB)
008604                 MOVE 'N' TO SUI-SETTLED-SW(ENTRY-SUB)
008605                 MOVE SPACES TO SUI-OUTCOME(ENTRY-SUB)
008606                 MOVE SUITE-SWEEP-DATA
008607                     TO SUI-SWEEP-DATA(ENTRY-SUB)
008608                 MOVE SUITE-DETAIL-SW TO SUI-DETAIL-SW(ENTRY-SUB)
008609                 MOVE ZERO TO SUI-POINT-FIRST(ENTRY-SUB)
008610                 MOVE ZERO TO SUI-POINT-COUNT(ENTRY-SUB)
008611                 PERFORM 2300-EDIT-ENTRY THRU 2300-EXIT
008620             END-IF
008630     END-READ.
008640 2000-EXIT.
009030         MOVE SUITE-DIVISOR-COUNT TO CTL-DIVISOR-COUNT
009040         MOVE SUITE-DIVISOR-TABLE TO CTL-DIVISOR-TABLE
009050         MOVE SUITE-CALC-MODE TO CTL-CALC-MODE
009055         MOVE SUI-DETAIL-SW(DISPATCH-SUB) TO CTL-DETAIL-SW
009060         WRITE EULER-CONTROL-RECORD
009070         CLOSE JOB-CONTROL-FILE
009080     END-IF.
009460         END-STRING
009470     END-IF.
009480     MOVE SPACES TO REPORT-FILE-LINE.
009481     IF ENTRY-SKIPPED
009482         STRING "PROBLEM " DELIMITED BY SIZE
009483                 PROBLEM-NUMBER-DISPLAY DELIMITED BY SIZE
009484                 " - SKIPPED - ENTRY " DELIMITED BY SIZE
009485                 SUI-PRED-SEQ(DISPATCH-SUB) DELIMITED BY SIZE
009486                 " ENDED " DELIMITED BY SIZE
009487                 SUI-OUTCOME(PRED-SUB) DELIMITED BY SPACE
009488                 ", CONDITION " DELIMITED BY SIZE
009489                 SUI-PRED-COND(DISPATCH-SUB) DELIMITED BY SPACE
009490                 " NOT MET" DELIMITED BY SIZE
009491                 INTO REPORT-FILE-LINE
009492         END-STRING
009493         GO TO 2200-WRITE
009494     END-IF.
009495     IF UNKNOWN-PROBLEM
009500         STRING "PROBLEM " DELIMITED BY SIZE
009510                 PROBLEM-NUMBER-DISPLAY DELIMITED BY SIZE
009520                 " - NO JOB REGISTERED FOR THIS PROBLEM NUMBER"
009590                     " - RC = " DELIMITED BY SIZE
009600                     JOB-RC-DISPLAY DELIMITED BY SIZE
009610                     PRESET-TEXT DELIMITED BY SIZE
009615                     SWEEP-TEXT DELIMITED BY SIZE
009620                     INTO REPORT-FILE-LINE
009630             END-STRING
009632         END-IF
009640     END-IF.
009645 2200-WRITE.
009650     IF RPT-FILE-OPENED
009660         WRITE REPORT-FILE-LINE
009670     END-IF.
010330         MOVE 10 TO EDIT-REASON-CODE
010340         GO TO 2300-REJECT
010350     END-IF.
010351     IF SUITE-SWEEP-TYPE NOT = SPACE
010352         PERFORM 2390-EDIT-SWEEP THRU 2390-EXIT
010353         IF EDIT-REASON-CODE NOT = ZERO
010354             GO TO 2300-REJECT
010355         END-IF
010356     END-IF.
010360     PERFORM 2320-CHECK-DUPLICATE THRU 2320-EXIT
010370         VARYING EDIT-SCAN-SUB FROM 1 BY 1
010380         UNTIL EDIT-SCAN-SUB >= ENTRY-SUB.
010420     MOVE 'A' TO SUI-EDIT-SW(ENTRY-SUB).
010430     MOVE ZERO TO SUI-REASON-CODE(ENTRY-SUB).
010440     ADD 1 TO EDIT-ACCEPT-COUNT.
010442     IF SUITE-SWEEP-TYPE NOT = SPACE
010444         PERFORM 2395-EXPAND-SWEEP THRU 2395-EXIT
010446     END-IF.
010450     PERFORM 2360-WRITE-EDIT-LINE THRU 2360-EXIT.
010460     GO TO 2300-EXIT.
010470*
010480 2300-REJECT.
010490     MOVE 'R' TO SUI-EDIT-SW(ENTRY-SUB).
010500     MOVE EDIT-REASON-CODE TO SUI-REASON-CODE(ENTRY-SUB).
010505     MOVE 'REJECTED' TO SUI-OUTCOME(ENTRY-SUB).
010510     ADD 1 TO EDIT-REJECT-COUNT.
010520     PERFORM 2340-WRITE-REJECT-RECORD THRU 2340-EXIT.
010530     PERFORM 2360-WRITE-EDIT-LINE THRU 2360-EXIT.
010700*
010710******************************************************************
010720* 2320-CHECK-DUPLICATE - only an entry identical in every field
010730* (problem, run date, limit, divisors, calc mode, sweep) is the
010740* same entry keyed twice; the same problem with different
010750* parameters is a legitimate second run and dispatches normally.
010760******************************************************************
010770 2320-CHECK-DUPLICATE.
010780     IF SUI-ACCEPTED(EDIT-SCAN-SUB)
010790             AND SUI-ENTRY-REC(EDIT-SCAN-SUB)
010800                 = SUI-ENTRY-REC(ENTRY-SUB)
010803             AND SUI-SWEEP-DATA(EDIT-SCAN-SUB)
010806                 = SUI-SWEEP-DATA(ENTRY-SUB)
010810         MOVE 08 TO EDIT-REASON-CODE
010820     END-IF.
010830 2320-EXIT.
010870     IF REJ-FILE-OPENED
010880         MOVE ENTRY-SUB TO REJ-ENTRY-SEQ
010890         MOVE EDIT-REASON-CODE TO REJ-REASON-CODE
010900         MOVE SUI-ENTRY-REC(ENTRY-SUB) TO REJ-ENTRY-BASE
010901         MOVE SUI-PRED-SEQ(ENTRY-SUB) TO REJ-PRED-SEQ
010902         MOVE SUI-PRED-COND(ENTRY-SUB) TO REJ-PRED-COND
010903         MOVE SUI-SWEEP-DATA(ENTRY-SUB) TO REJ-SWEEP-DATA
010904         MOVE SUI-DETAIL-SW(ENTRY-SUB) TO REJ-DETAIL-SW
010910         WRITE REJECT-RECORD
010920     END-IF.
010930 2340-EXIT.
011350                 " - ACCEPTED" DELIMITED BY SIZE
011360                 INTO EDIT-REPORT-LINE
011370         END-STRING
011371         IF SUI-POINT-COUNT(ENTRY-SUB) > ZERO
011372             MOVE SUI-POINT-COUNT(ENTRY-SUB)
011373                 TO SWEEP-COUNT-DISPLAY
011374             MOVE SPACES TO EDIT-REPORT-LINE
011375             STRING "ENTRY " DELIMITED BY SIZE
011376                     ENTRY-SEQ-DISPLAY DELIMITED BY SIZE
011377                     " PROBLEM " DELIMITED BY SIZE
011378                     SUI-PROBLEM(ENTRY-SUB) DELIMITED BY SIZE
011379                     " - ACCEPTED - SWEEP OF " DELIMITED BY SIZE
011380                     SWEEP-COUNT-DISPLAY DELIMITED BY SIZE
011381                     " RUNS" DELIMITED BY SIZE
011382                     INTO EDIT-REPORT-LINE
011383             END-STRING
011384         END-IF
011385     ELSE
011390         MOVE SUI-REASON-CODE(ENTRY-SUB) TO EDIT-REASON-CODE
011400         PERFORM 2370-SET-REASON-TEXT THRU 2370-EXIT
011410         STRING "ENTRY " DELIMITED BY SIZE
011800             MOVE "PRESET NOT IN LIBRARY" TO EDIT-REASON-TEXT
011810         WHEN 12
011820             MOVE "PRESET NOT IN EFFECT" TO EDIT-REASON-TEXT
011821         WHEN 21
011822             MOVE "PREDECESSOR NOT ON LIST" TO EDIT-REASON-TEXT
011823         WHEN 22
011824             MOVE "DEPENDENCY LOOP" TO EDIT-REASON-TEXT
011825         WHEN 23
011826             MOVE "DEPENDENCY CONDITION INVALID"
011827                 TO EDIT-REASON-TEXT
011828         WHEN 24
011829             MOVE "SWEEP STEP TYPE INVALID" TO EDIT-REASON-TEXT
011830         WHEN 25
011831             MOVE "SWEEP RANGE INVALID" TO EDIT-REASON-TEXT
011832         WHEN 26
011833             MOVE "SWEEP STEP INVALID" TO EDIT-REASON-TEXT
011834         WHEN 27
011835             MOVE "SWEEP OVER POINT TABLE LIMIT"
011836                 TO EDIT-REASON-TEXT
011837         WHEN OTHER
011840             MOVE "UNKNOWN REASON" TO EDIT-REASON-TEXT
011850     END-EVALUATE.
011860 2370-EXIT.
011920* entry area, so the rest of the edit and the dispatch see a
011930* raw entry.  Unknown names and presets outside their effective
011940* dates reject; the raw preset-form record is still in the
011950* suite table for the reject file.  The library may hold
011952* several dated versions of one name; the version in effect
011954* today is the one used.
011960******************************************************************
011970 2380-RESOLVE-PRESET.
011980     MOVE SUITE-PST-NAME TO PRESET-NAME-WORK.
011990     MOVE 'N' TO PRESET-FOUND-SW.
011995     MOVE 'N' TO PRESET-NAME-SW.
012000     IF PRESET-COUNT > ZERO
012010         PERFORM 2385-MATCH-PRESET-ROW THRU 2385-EXIT
012020             VARYING PRESET-SCAN-SUB FROM 1 BY 1
012040                 OR PRESET-ROW-FOUND
012050     END-IF.
012060     IF NOT PRESET-ROW-FOUND
012070         IF PRESET-NAME-SEEN
012080             MOVE 12 TO EDIT-REASON-CODE
012090         ELSE
012100             MOVE 11 TO EDIT-REASON-CODE
012110         END-IF
012120         GO TO 2380-EXIT
012130     END-IF.
012160     MOVE PRS-LIMIT(PRESET-SUB) TO SUITE-LIMIT.
012170     MOVE PRS-DIVISOR-COUNT(PRESET-SUB)
012180         TO SUITE-DIVISOR-COUNT.
012250     EXIT.
012260*
012270 2385-MATCH-PRESET-ROW.
012280     IF PRS-NAME(PRESET-SCAN-SUB) NOT = PRESET-NAME-WORK
012282         GO TO 2385-EXIT
012284     END-IF.
012286     MOVE 'Y' TO PRESET-NAME-SW.
012288*    A version keyed with blank or garbled dates cannot be
012289*    judged in effect, so it is passed over.
012290     IF PRS-EFF-DATE(PRESET-SCAN-SUB) IS NOT NUMERIC
012292             OR PRS-EXP-DATE(PRESET-SCAN-SUB) IS NOT NUMERIC
012294         GO TO 2385-EXIT
012296     END-IF.
012298     IF TODAY-DATE < PRS-EFF-DATE(PRESET-SCAN-SUB)
012300             OR (PRS-EXP-DATE(PRESET-SCAN-SUB) > ZERO
012302             AND TODAY-DATE > PRS-EXP-DATE(PRESET-SCAN-SUB))
012304         GO TO 2385-EXIT
012306     END-IF.
012308     MOVE 'Y' TO PRESET-FOUND-SW.
012310     MOVE PRESET-SCAN-SUB TO PRESET-SUB.
012320 2385-EXIT.
012321     EXIT.
012322*
012323******************************************************************
012324* 2390-EDIT-SWEEP - a sweep needs a step type of A or M, a
012325* to-limit above the from-limit, and a step that moves the
012326* limit (at least 2 when multiplying).  The runs are counted
012327* here so a sweep that would overrun the point table rejects
012328* whole rather than running part of its range.
012329******************************************************************
012330 2390-EDIT-SWEEP.
012331     IF NOT SUITE-SWEEP-ADD AND NOT SUITE-SWEEP-MULTIPLY
012332         MOVE 24 TO EDIT-REASON-CODE
012333         GO TO 2390-EXIT
012334     END-IF.
012335     IF SUITE-SWEEP-TO IS NOT NUMERIC
012336         MOVE 25 TO EDIT-REASON-CODE
012337         GO TO 2390-EXIT
012338     END-IF.
012339     IF SUITE-SWEEP-TO NOT > SUITE-LIMIT
012340         MOVE 25 TO EDIT-REASON-CODE
012341         GO TO 2390-EXIT
012342     END-IF.
012343     IF SUITE-SWEEP-STEP IS NOT NUMERIC
012344         MOVE 26 TO EDIT-REASON-CODE
012345         GO TO 2390-EXIT
012346     END-IF.
012347     IF SUITE-SWEEP-STEP = ZERO
012348         MOVE 26 TO EDIT-REASON-CODE
012349         GO TO 2390-EXIT
012350     END-IF.
012351     IF SUITE-SWEEP-MULTIPLY AND SUITE-SWEEP-STEP < 2
012352         MOVE 26 TO EDIT-REASON-CODE
012353         GO TO 2390-EXIT
012354     END-IF.
012355     MOVE ZERO TO SWEEP-POINTS-NEEDED.
012356     MOVE SUITE-LIMIT TO POINT-LIMIT-WORK.
012357     PERFORM 2391-COUNT-SWEEP-POINT THRU 2391-EXIT
012358         UNTIL POINT-LIMIT-WORK > SUITE-SWEEP-TO
012359             OR SWEEP-POINTS-NEEDED > 500.
012360     IF SWEEP-POINT-COUNT + SWEEP-POINTS-NEEDED > 500
012361         MOVE 27 TO EDIT-REASON-CODE
012362     END-IF.
012363 2390-EXIT.
012364     EXIT.
012365*
012366 2391-COUNT-SWEEP-POINT.
012367     ADD 1 TO SWEEP-POINTS-NEEDED.
012368     PERFORM 2392-STEP-SWEEP-LIMIT THRU 2392-EXIT.
012369 2391-EXIT.
012370     EXIT.
012371*
012372*    A step that carries the limit past twelve digits has gone
012373*    past any to-limit, so it simply ends the series.
012374 2392-STEP-SWEEP-LIMIT.
012375     IF SUITE-SWEEP-ADD
012376         ADD SUITE-SWEEP-STEP TO POINT-LIMIT-WORK
012377     ELSE
012378         MULTIPLY SUITE-SWEEP-STEP BY POINT-LIMIT-WORK
012379             ON SIZE ERROR
012380                 MOVE 999999999999 TO POINT-LIMIT-WORK
012381         END-MULTIPLY
012382     END-IF.
012383 2392-EXIT.
012384     EXIT.
012385*
012386******************************************************************
012387* 2395-EXPAND-SWEEP - lay the accepted sweep's runs into the
012388* point table, one row per limit, and tie them to the entry.
012389******************************************************************
012390 2395-EXPAND-SWEEP.
012391     COMPUTE SUI-POINT-FIRST(ENTRY-SUB) = SWEEP-POINT-COUNT + 1.
012392     MOVE SWEEP-POINTS-NEEDED TO SUI-POINT-COUNT(ENTRY-SUB).
012393     MOVE SUITE-LIMIT TO POINT-LIMIT-WORK.
012394     PERFORM 2396-ADD-SWEEP-POINT THRU 2396-EXIT
012395         VARYING POINT-SUB FROM 1 BY 1
012396         UNTIL POINT-SUB > SWEEP-POINTS-NEEDED.
012397 2395-EXIT.
012398     EXIT.
012399*
012400 2396-ADD-SWEEP-POINT.
012401     ADD 1 TO SWEEP-POINT-COUNT.
012402     MOVE ENTRY-SUB TO SWP-ENTRY-SEQ(SWEEP-POINT-COUNT).
012403     MOVE POINT-SUB TO SWP-POINT(SWEEP-POINT-COUNT).
012404     MOVE POINT-LIMIT-WORK TO SWP-LIMIT(SWEEP-POINT-COUNT).
012405     MOVE ZERO TO SWP-RC(SWEEP-POINT-COUNT).
012406     MOVE ZERO TO SWP-RESULT(SWEEP-POINT-COUNT).
012407     MOVE SPACES TO SWP-STATUS(SWEEP-POINT-COUNT).
012408     MOVE ZERO TO SWP-ELAPSED-SECS(SWEEP-POINT-COUNT).
012409     MOVE SPACES TO SWP-OUTCOME(SWEEP-POINT-COUNT).
012410     PERFORM 2392-STEP-SWEEP-LIMIT THRU 2392-EXIT.
012411 2396-EXIT.
012412     EXIT.
012413*
012414******************************************************************
012415* 2400-EDIT-DEPENDENCIES - once the whole list is loaded, check
012416* every accepted entry's predecessor: it must be another entry
012417* on tonight's list, the chain of predecessors must not lead
012418* back to the entry, and the condition must be RC0, DISCREP or
012419* ALWAYS (blank means RC0).  A failure rejects the entry after
012420* the fact, under its own heading on the edit report.
012421******************************************************************
012422 2400-EDIT-DEPENDENCIES.
012423     MOVE 'N' TO DEPEND-HEAD-SW.
012424     PERFORM 2410-EDIT-ENTRY-DEPENDENCY THRU 2410-EXIT
012425         VARYING ENTRY-SUB FROM 1 BY 1
012426         UNTIL ENTRY-SUB > SUITE-ENTRY-COUNT.
012427 2400-EXIT.
012428     EXIT.
012429*
012430 2410-EDIT-ENTRY-DEPENDENCY.
012431     IF NOT SUI-ACCEPTED(ENTRY-SUB)
012432         GO TO 2410-EXIT
012433     END-IF.
012434     MOVE ZERO TO EDIT-REASON-CODE.
012435     IF SUI-PRED-SEQ(ENTRY-SUB) = SPACES
012436             OR SUI-PRED-SEQ(ENTRY-SUB) = '0000'
012437         IF SUI-PRED-COND(ENTRY-SUB) = SPACES
012438             GO TO 2410-EXIT
012439         END-IF
012440         MOVE 21 TO EDIT-REASON-CODE
012441         GO TO 2410-REJECT
012442     END-IF.
012443     IF SUI-PRED-SEQ(ENTRY-SUB) IS NOT NUMERIC
012444         MOVE 21 TO EDIT-REASON-CODE
012445         GO TO 2410-REJECT
012446     END-IF.
012447     IF SUI-PRED-SEQ-NUM(ENTRY-SUB) > SUITE-ENTRY-COUNT
012448         MOVE 21 TO EDIT-REASON-CODE
012449         GO TO 2410-REJECT
012450     END-IF.
012451     IF SUI-PRED-SEQ-NUM(ENTRY-SUB) = ENTRY-SUB
012452         MOVE 22 TO EDIT-REASON-CODE
012453         GO TO 2410-REJECT
012454     END-IF.
012455     IF SUI-PRED-COND(ENTRY-SUB) = SPACES
012456         MOVE 'RC0' TO SUI-PRED-COND(ENTRY-SUB)
012457     END-IF.
012458     IF SUI-PRED-COND(ENTRY-SUB) NOT = 'RC0'
012459             AND SUI-PRED-COND(ENTRY-SUB) NOT = 'DISCREP'
012460             AND SUI-PRED-COND(ENTRY-SUB) NOT = 'ALWAYS'
012461         MOVE 23 TO EDIT-REASON-CODE
012462         GO TO 2410-REJECT
012463     END-IF.
012464     PERFORM 2420-CHECK-DEPENDENCY-LOOP THRU 2420-EXIT.
012465     IF CHAIN-LOOPS
012466         MOVE 22 TO EDIT-REASON-CODE
012467         GO TO 2410-REJECT
012468     END-IF.
012469     GO TO 2410-EXIT.
012470*
012471 2410-REJECT.
012472     MOVE 'R' TO SUI-EDIT-SW(ENTRY-SUB).
012473     MOVE EDIT-REASON-CODE TO SUI-REASON-CODE(ENTRY-SUB).
012474     MOVE 'REJECTED' TO SUI-OUTCOME(ENTRY-SUB).
012475     SUBTRACT 1 FROM EDIT-ACCEPT-COUNT.
012476     ADD 1 TO EDIT-REJECT-COUNT.
012477     PERFORM 2340-WRITE-REJECT-RECORD THRU 2340-EXIT.
012478     IF EDT-FILE-OPENED AND NOT DEPEND-HEADING-DONE
012479         MOVE 'Y' TO DEPEND-HEAD-SW
012480         MOVE SPACES TO EDIT-REPORT-LINE
012481         STRING "DEPENDENCY CHECK - ACCEPTED ENTRIES NOW REJECTED"
012482                 DELIMITED BY SIZE INTO EDIT-REPORT-LINE
012483         END-STRING
012484         WRITE EDIT-REPORT-LINE
012485     END-IF.
012486     PERFORM 2360-WRITE-EDIT-LINE THRU 2360-EXIT.
012487 2410-EXIT.
012488     EXIT.
012489*
012490******************************************************************
012491* 2420-CHECK-DEPENDENCY-LOOP - follow the predecessor chain from
012492* the entry at ENTRY-SUB.  Coming back to the entry is a loop;
012493* running off the list or past as many steps as there are
012494* entries is not this entry's loop (a loop further up the chain
012495* rejects its own members).
012496******************************************************************
012497 2420-CHECK-DEPENDENCY-LOOP.
012498     MOVE 'N' TO CHAIN-LOOP-SW.
012499     MOVE ENTRY-SUB TO CHAIN-SUB.
012500     MOVE ZERO TO CHAIN-STEPS.
012501     PERFORM 2425-FOLLOW-CHAIN THRU 2425-EXIT
012502         UNTIL CHAIN-LOOPS
012503             OR CHAIN-SUB = ZERO
012504             OR CHAIN-STEPS > SUITE-ENTRY-COUNT.
012505 2420-EXIT.
012506     EXIT.
012507*
012508 2425-FOLLOW-CHAIN.
012509     ADD 1 TO CHAIN-STEPS.
012510     IF SUI-PRED-SEQ(CHAIN-SUB) IS NOT NUMERIC
012511         MOVE ZERO TO CHAIN-SUB
012512         GO TO 2425-EXIT
012513     END-IF.
012514     IF SUI-PRED-SEQ-NUM(CHAIN-SUB) = ZERO
012515             OR SUI-PRED-SEQ-NUM(CHAIN-SUB) > SUITE-ENTRY-COUNT
012516         MOVE ZERO TO CHAIN-SUB
012517         GO TO 2425-EXIT
012518     END-IF.
012519     MOVE SUI-PRED-SEQ-NUM(CHAIN-SUB) TO CHAIN-SUB.
012520     IF CHAIN-SUB = ENTRY-SUB
012521         MOVE 'Y' TO CHAIN-LOOP-SW
012522     END-IF.
012523 2425-EXIT.
012524     EXIT.
012525*
012526******************************************************************
012527* 2500-WRITE-EDIT-TRAILER - edit totals and close-out for the
012528* edit report and reject file once the whole list is loaded.
012529******************************************************************
012530 2500-WRITE-EDIT-TRAILER.
012531     IF EDT-FILE-OPENED
012532         MOVE SPACES TO EDIT-REPORT-LINE
012533         STRING "ENTRIES READ: " DELIMITED BY SIZE
012534                 EDIT-ACCEPT-COUNT DELIMITED BY SIZE
012535                 " ACCEPTED, " DELIMITED BY SIZE
012536                 EDIT-REJECT-COUNT DELIMITED BY SIZE
012537                 " REJECTED" DELIMITED BY SIZE
012538                 INTO EDIT-REPORT-LINE
012539         END-STRING
012540         WRITE EDIT-REPORT-LINE
012541         IF EDIT-REJECT-COUNT > ZERO AND REJECT-STOPS-NIGHT
012542             MOVE SPACES TO EDIT-REPORT-LINE
012543             STRING "REJECT ACTION STOP - NOTHING DISPATCHED"
012544                     DELIMITED BY SIZE INTO EDIT-REPORT-LINE
012545             END-STRING
012550             WRITE EDIT-REPORT-LINE
012560         END-IF
012570         CLOSE EDIT-REPORT-FILE
014260             VARYING THRU-SCAN-SUB FROM 1 BY 1
014270             UNTIL THRU-SCAN-SUB > THRU-COUNT OR THRU-ROW-FOUND
014280     END-IF.
014281*    A sweep is forecast run by run at each run's own limit.
014282     IF SUI-POINT-COUNT(DISPATCH-SUB) > ZERO
014283         COMPUTE POINT-LAST = SUI-POINT-FIRST(DISPATCH-SUB)
014284             + SUI-POINT-COUNT(DISPATCH-SUB) - 1
014285         PERFORM 2580-FORECAST-SWEEP-POINT THRU 2580-EXIT
014286             VARYING POINT-SUB FROM SUI-POINT-FIRST(DISPATCH-SUB)
014287             BY 1 UNTIL POINT-SUB > POINT-LAST
014288         GO TO 2570-EXIT
014289     END-IF.
014290     MOVE DISPATCH-SUB TO ENTRY-SEQ-DISPLAY.
014300     MOVE SUITE-PROBLEM-NUMBER TO PROBLEM-NUMBER-DISPLAY.
014310     MOVE SPACES TO REPORT-FILE-LINE.
014650         SUBTRACT 1 FROM THRU-SCAN-SUB
014660     END-IF.
014670 2575-EXIT.
014671     EXIT.
014672*
014673******************************************************************
014674* 2580-FORECAST-SWEEP-POINT - one run of a sweep, estimated at its
014675* own limit and counted against the window like any entry.  A
014676* run an earlier start tonight already finished is carried.
014677******************************************************************
014678 2580-FORECAST-SWEEP-POINT.
014679     MOVE DISPATCH-SUB TO ENTRY-SEQ-DISPLAY.
014680     MOVE SUITE-PROBLEM-NUMBER TO PROBLEM-NUMBER-DISPLAY.
014681     MOVE SWP-POINT(POINT-SUB) TO SWEEP-POINT-DISPLAY.
014682     MOVE SPACES TO REPORT-FILE-LINE.
014683     PERFORM 2688-CHECK-POINT-CKPT THRU 2688-EXIT.
014684     IF CKPT-POINT-DONE
014685         STRING "FORECAST ENTRY " DELIMITED BY SIZE
014686                 ENTRY-SEQ-DISPLAY DELIMITED BY SIZE
014687                 " PROBLEM " DELIMITED BY SIZE
014688                 PROBLEM-NUMBER-DISPLAY DELIMITED BY SIZE
014689                 " POINT " DELIMITED BY SIZE
014690                 SWEEP-POINT-DISPLAY DELIMITED BY SIZE
014691                 " - ALREADY RUN TONIGHT - WILL BE CARRIED"
014692                 DELIMITED BY SIZE
014693                 INTO REPORT-FILE-LINE
014694         END-STRING
014695         GO TO 2580-WRITE
014696     END-IF.
014697     IF THRU-ROW-FOUND
014698             AND THRU-SECS-SUM(THRU-SCAN-SUB) > ZERO
014699             AND THRU-LIMIT-SUM(THRU-SCAN-SUB) > ZERO
014700         COMPUTE FORECAST-ENTRY-SECS
014701             = SWP-LIMIT(POINT-SUB) * THRU-SECS-SUM(THRU-SCAN-SUB)
014702             / THRU-LIMIT-SUM(THRU-SCAN-SUB)
014703         ADD FORECAST-ENTRY-SECS TO FORECAST-TOTAL-SECS
014704         STRING "FORECAST ENTRY " DELIMITED BY SIZE
014705                 ENTRY-SEQ-DISPLAY DELIMITED BY SIZE
014706                 " PROBLEM " DELIMITED BY SIZE
014707                 PROBLEM-NUMBER-DISPLAY DELIMITED BY SIZE
014708                 " POINT " DELIMITED BY SIZE
014709                 SWEEP-POINT-DISPLAY DELIMITED BY SIZE
014710                 " EST SECS: " DELIMITED BY SIZE
014711                 FORECAST-ENTRY-SECS DELIMITED BY SIZE
014712                 INTO REPORT-FILE-LINE
014713         END-STRING
014714     ELSE
014715         STRING "FORECAST ENTRY " DELIMITED BY SIZE
014716                 ENTRY-SEQ-DISPLAY DELIMITED BY SIZE
014717                 " PROBLEM " DELIMITED BY SIZE
014718                 PROBLEM-NUMBER-DISPLAY DELIMITED BY SIZE
014719                 " POINT " DELIMITED BY SIZE
014720                 SWEEP-POINT-DISPLAY DELIMITED BY SIZE
014721                 " - NO HISTORY - NOT ESTIMATED"
014722                 DELIMITED BY SIZE
014723                 INTO REPORT-FILE-LINE
014724         END-STRING
014725     END-IF.
014726 2580-WRITE.
014727     IF RPT-FILE-OPENED
014728         WRITE REPORT-FILE-LINE
014729     END-IF.
014730 2580-EXIT.
014731     EXIT.
014732*
014733******************************************************************
014734* 2590-DISPATCH-LIST - pass over the suite table until a pass
014735* settles nothing more.  With no dependencies the first pass
014736* settles every entry in list order; an entry whose predecessor
014737* is further down the list waits for a later pass.
014738******************************************************************
014739 2590-DISPATCH-LIST.
014740     MOVE 'Y' TO PASS-PROGRESS-SW.
014741     PERFORM 2595-DISPATCH-PASS THRU 2595-EXIT
014742         UNTIL NOT PASS-MADE-PROGRESS.
014743 2590-EXIT.
014744     EXIT.
014745*
014746 2595-DISPATCH-PASS.
014747     MOVE 'N' TO PASS-PROGRESS-SW.
014748     PERFORM 2600-DISPATCH-TABLE-ENTRY THRU 2600-EXIT
014749         VARYING DISPATCH-SUB FROM 1 BY 1
014750         UNTIL DISPATCH-SUB > SUITE-ENTRY-COUNT.
014751 2595-EXIT.
014752     EXIT.
014753*
014754******************************************************************
014755* 2600-DISPATCH-TABLE-ENTRY - dispatch one accepted entry from
014756* the suite table, performed out-of-line over the whole table.
014757* Rejected entries are left alone; they are already on the edit
014758* report and the reject file.  An entry whose predecessor has
014759* not yet settled is left for the next pass; once it has, an
014760* unmet condition skips the entry instead of dispatching it.
014761******************************************************************
014762 2600-DISPATCH-TABLE-ENTRY.
014770     IF NOT SUI-ACCEPTED(DISPATCH-SUB)
014780         GO TO 2600-EXIT
014790     END-IF.
014791     IF SUI-SETTLED(DISPATCH-SUB)
014792         GO TO 2600-EXIT
014793     END-IF.
014794     MOVE ZERO TO PRED-SUB.
014795     IF SUI-PRED-SEQ(DISPATCH-SUB) NOT = SPACES
014796             AND SUI-PRED-SEQ(DISPATCH-SUB) NOT = '0000'
014797         MOVE SUI-PRED-SEQ-NUM(DISPATCH-SUB) TO PRED-SUB
014798         IF SUI-ACCEPTED(PRED-SUB)
014799                 AND NOT SUI-SETTLED(PRED-SUB)
014800             GO TO 2600-EXIT
014801         END-IF
014802     END-IF.
014803     MOVE 'Y' TO SUI-SETTLED-SW(DISPATCH-SUB).
014804     MOVE 'Y' TO PASS-PROGRESS-SW.
014805     MOVE SUI-ENTRY-REC(DISPATCH-SUB) TO SUITE-ENTRY.
014810     MOVE 'N' TO UNKNOWN-PROBLEM-SW.
014820     MOVE 'N' TO CTL-WRITE-FAILED-SW.
014822     MOVE 'N' TO CALL-FAILED-SW.
014826     MOVE 'N' TO ENTRY-SKIPPED-SW.
014828     MOVE SPACES TO SWEEP-TEXT.
014830     PERFORM 2150-FIND-REGISTRY-ENTRY THRU 2150-EXIT.
014840     MOVE 'N' TO CKP-CARRIED-SW.
014850*    An entry an earlier run of tonight's list already finished
014920         MOVE CKPT-RC-WORK TO JOB-RC
014930         MOVE CKPT-RC-WORK TO SUI-JOB-RC(DISPATCH-SUB)
014940         MOVE 'Y' TO CKP-CARRIED-SW
014941*        A row written before outcomes were kept has none.
014942         IF CKPT-DISP-WORK = SPACES
014943             IF CKPT-RC-WORK = ZERO
014944                 MOVE 'COMPLETE' TO CKPT-DISP-WORK
014945             ELSE
014946                 MOVE 'FAILED' TO CKPT-DISP-WORK
014947             END-IF
014948         END-IF
014949         MOVE CKPT-DISP-WORK TO SUI-OUTCOME(DISPATCH-SUB)
014950         IF SUI-POINT-COUNT(DISPATCH-SUB) > ZERO
014951             PERFORM 2648-CARRY-SWEEP-POINTS THRU 2648-EXIT
014952         END-IF
014953         IF CKPT-DISP-WORK = 'SKIPPED'
014954             MOVE 'Y' TO ENTRY-SKIPPED-SW
014955             ADD 1 TO SKIPPED-COUNT
014956         END-IF
014957         IF JOB-RC > WORST-RC
014960             MOVE JOB-RC TO WORST-RC
014970         END-IF
014980         PERFORM 2670-WRITE-CKPT-CARRIED-RPT THRU 2670-EXIT
015070             MOVE ZERO TO JOB-RC
015080             MOVE ZERO TO SUI-JOB-RC(DISPATCH-SUB)
015090             MOVE 'Y' TO SUI-CARRIED-SW(DISPATCH-SUB)
015092             IF PRIOR-DISP-WORK = SPACES
015094                 MOVE 'COMPLETE' TO PRIOR-DISP-WORK
015096             END-IF
015098             MOVE PRIOR-DISP-WORK TO SUI-OUTCOME(DISPATCH-SUB)
015100             PERFORM 2660-WRITE-CARRIED-REPORT THRU 2660-EXIT
015110             PERFORM 2700-WRITE-PACK-ENTRY THRU 2700-EXIT
015120             PERFORM 2690-RECORD-SUITE-PROGRESS THRU 2690-EXIT
015130             GO TO 2600-EXIT
015140         END-IF
015150     END-IF.
015151     IF PRED-SUB > ZERO
015152         PERFORM 2620-CHECK-CONDITION THRU 2620-EXIT
015153     END-IF.
015154     IF ENTRY-SKIPPED
015155         ADD 1 TO ENTRY-COUNT
015156         ADD 1 TO SKIPPED-COUNT
015157         MOVE 4 TO JOB-RC
015158         MOVE 4 TO SUI-JOB-RC(DISPATCH-SUB)
015159         MOVE 'SKIPPED' TO SUI-OUTCOME(DISPATCH-SUB)
015160         IF JOB-RC > WORST-RC
015161             MOVE JOB-RC TO WORST-RC
015162         END-IF
015163         PERFORM 2200-WRITE-ENTRY-REPORT THRU 2200-EXIT
015164         PERFORM 2700-WRITE-PACK-ENTRY THRU 2700-EXIT
015165         PERFORM 2690-RECORD-SUITE-PROGRESS THRU 2690-EXIT
015166         GO TO 2600-EXIT
015167     END-IF.
015168     IF SUI-POINT-COUNT(DISPATCH-SUB) > ZERO
015169         PERFORM 2640-DISPATCH-SWEEP THRU 2640-EXIT
015170         GO TO 2600-EXIT
015171     END-IF.
015172     ADD 1 TO ENTRY-COUNT.
015173     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
015174     ACCEPT TODAY-TIME FROM TIME.
015175     MOVE SPACES TO DISPATCH-TIMESTAMP.
015176     STRING TODAY-DATE DELIMITED BY SIZE
015177             "-" DELIMITED BY SIZE
015178             TODAY-TIME DELIMITED BY SIZE
015179             INTO DISPATCH-TIMESTAMP
015180     END-STRING.
015181     PERFORM 2100-DISPATCH-ENTRY THRU 2100-EXIT.
015182     MOVE JOB-RC TO SUI-JOB-RC(DISPATCH-SUB).
015185     PERFORM 2630-SET-ENTRY-OUTCOME THRU 2630-EXIT.
015190     PERFORM 2200-WRITE-ENTRY-REPORT THRU 2200-EXIT.
015200     PERFORM 2700-WRITE-PACK-ENTRY THRU 2700-EXIT.
015210     PERFORM 2690-RECORD-SUITE-PROGRESS THRU 2690-EXIT.
015220 2600-EXIT.
015221     EXIT.
015222*
015223******************************************************************
015224* 2620-CHECK-CONDITION - hold the predecessor's outcome against
015225* the entry's condition.  RC0 needs a clean RC 0 - a DISCREP
015226* also ends RC 0 but is exactly what must stop the runs behind
015227* it; DISCREP needs a DISCREP; ALWAYS runs whatever happened,
015228* even to a rejected or skipped predecessor.
015229******************************************************************
015230 2620-CHECK-CONDITION.
015231     EVALUATE SUI-PRED-COND(DISPATCH-SUB)
015232         WHEN 'RC0'
015233             IF SUI-OUTCOME(PRED-SUB) NOT = 'COMPLETE'
015234                 MOVE 'Y' TO ENTRY-SKIPPED-SW
015235             END-IF
015236         WHEN 'DISCREP'
015237             IF SUI-OUTCOME(PRED-SUB) NOT = 'DISCREP'
015238                 MOVE 'Y' TO ENTRY-SKIPPED-SW
015239             END-IF
015240         WHEN OTHER
015241             CONTINUE
015242     END-EVALUATE.
015243 2620-EXIT.
015244     EXIT.
015245*
015246******************************************************************
015247* 2630-SET-ENTRY-OUTCOME - a non-zero RC is FAILED.  RC 0 is
015248* COMPLETE unless the job posted DISCREP to EULAUDIT for this
015249* dispatch - its stat program's last record stamped at or after
015250* the moment the entry was dispatched.  That record's result and
015251* status are kept for the sweep summary.
015252******************************************************************
015253 2630-SET-ENTRY-OUTCOME.
015254     MOVE ZERO TO POINT-RESULT-WORK.
015255     MOVE SPACES TO POINT-STATUS-WORK.
015256     IF JOB-RC NOT = ZERO
015257         MOVE 'FAILED' TO SUI-OUTCOME(DISPATCH-SUB)
015258         GO TO 2630-EXIT
015259     END-IF.
015260     MOVE 'COMPLETE' TO SUI-OUTCOME(DISPATCH-SUB).
015261     MOVE 'N' TO DSP-AUD-EOF-SW.
015262     OPEN INPUT AUDIT-FILE.
015263     IF NOT AUD-FILE-OK
015264         GO TO 2630-EXIT
015265     END-IF.
015266     PERFORM 2635-SCAN-AUDIT-OUTCOME THRU 2635-EXIT
015267         UNTIL DISPATCH-AUD-EOF.
015268     CLOSE AUDIT-FILE.
015269 2630-EXIT.
015270     EXIT.
015271*
015272 2635-SCAN-AUDIT-OUTCOME.
015273     READ AUDIT-FILE
015274         AT END
015275             MOVE 'Y' TO DSP-AUD-EOF-SW
015276             GO TO 2635-EXIT
015277     END-READ.
015278     IF AUD-PROGRAM-ID NOT = RGT-STAT-PROGRAM(REGISTRY-SUB)
015279         GO TO 2635-EXIT
015280     END-IF.
015281     IF AUD-TIMESTAMP < DISPATCH-TIMESTAMP
015282         GO TO 2635-EXIT
015283     END-IF.
015284     MOVE AUD-RESULT TO POINT-RESULT-WORK.
015285     MOVE AUD-STATUS TO POINT-STATUS-WORK.
015286     IF AUD-STATUS = 'DISCREP'
015287         MOVE 'DISCREP' TO SUI-OUTCOME(DISPATCH-SUB)
015288     ELSE
015289         MOVE 'COMPLETE' TO SUI-OUTCOME(DISPATCH-SUB)
015290     END-IF.
015291 2635-EXIT.
015292     EXIT.
015293*
015294******************************************************************
015295* 2636-FIND-POINT-ELAPSED - the elapsed seconds the job posted to
015296* EULSTATS for this run: its last record at this limit started
015297* at or after the moment the run was dispatched.
015298******************************************************************
015299 2636-FIND-POINT-ELAPSED.
015300     MOVE ZERO TO POINT-ELAPSED-WORK.
015301     IF NOT REGISTRY-ENTRY-FOUND
015302         GO TO 2636-EXIT
015303     END-IF.
015304     MOVE 'N' TO PT-STT-EOF-SW.
015305     OPEN INPUT STAT-FILE.
015306     IF NOT STT-FILE-OK
015307         GO TO 2636-EXIT
015308     END-IF.
015309     PERFORM 2637-SCAN-POINT-STAT THRU 2637-EXIT
015310         UNTIL POINT-STAT-EOF.
015311     CLOSE STAT-FILE.
015312 2636-EXIT.
015313     EXIT.
015314*
015315 2637-SCAN-POINT-STAT.
015316     READ STAT-FILE
015317         AT END
015318             MOVE 'Y' TO PT-STT-EOF-SW
015319             GO TO 2637-EXIT
015320     END-READ.
015321     IF STAT-PROGRAM-ID NOT = RGT-STAT-PROGRAM(REGISTRY-SUB)
015322             OR STAT-LIMIT NOT = SUITE-LIMIT
015323         GO TO 2637-EXIT
015324     END-IF.
015325     MOVE SPACES TO STAT-STAMP-WORK.
015326     STRING STAT-RUN-DATE DELIMITED BY SIZE
015327             "-" DELIMITED BY SIZE
015328             STAT-START-TIME DELIMITED BY SIZE
015329             INTO STAT-STAMP-WORK
015330     END-STRING.
015331     IF STAT-STAMP-WORK < DISPATCH-TIMESTAMP
015332         GO TO 2637-EXIT
015333     END-IF.
015334     MOVE STAT-ELAPSED-SECS TO POINT-ELAPSED-WORK.
015335 2637-EXIT.
015336     EXIT.
015337*
015338******************************************************************
015339* 2640-DISPATCH-SWEEP - run a sweep entry's runs in limit order.
015340* Each run goes out as an ordinary dispatch at its own limit,
015341* so the job posts its own EULAUDIT, EULRHIST and EULSTATS
015342* records, gets its own pack page and its own EULSCKPT row.  The
015343* entry ends with the worst RC of its runs and FAILED, DISCREP or
015344* COMPLETE as the worst of their outcomes.
015345******************************************************************
015346 2640-DISPATCH-SWEEP.
015347     MOVE ZERO TO SWEEP-WORST-RC.
015348     MOVE 'COMPLETE' TO SWEEP-OUTCOME-WORK.
015349     COMPUTE POINT-LAST = SUI-POINT-FIRST(DISPATCH-SUB)
015350         + SUI-POINT-COUNT(DISPATCH-SUB) - 1.
015351     PERFORM 2645-DISPATCH-SWEEP-POINT THRU 2645-EXIT
015352         VARYING POINT-SUB FROM SUI-POINT-FIRST(DISPATCH-SUB)
015353         BY 1 UNTIL POINT-SUB > POINT-LAST.
015354     MOVE SUI-ENTRY-REC(DISPATCH-SUB) TO SUITE-ENTRY.
015355     MOVE SPACES TO SWEEP-TEXT.
015356     MOVE 'N' TO CKP-CARRIED-SW.
015357     MOVE SWEEP-WORST-RC TO JOB-RC.
015358     MOVE SWEEP-WORST-RC TO SUI-JOB-RC(DISPATCH-SUB).
015359     MOVE SWEEP-OUTCOME-WORK TO SUI-OUTCOME(DISPATCH-SUB).
015360     MOVE SUITE-PROBLEM-NUMBER TO PROBLEM-NUMBER-DISPLAY.
015361     MOVE JOB-RC TO JOB-RC-DISPLAY.
015362     MOVE SUI-POINT-COUNT(DISPATCH-SUB) TO SWEEP-COUNT-DISPLAY.
015363     MOVE SPACES TO REPORT-FILE-LINE.
015364     STRING "PROBLEM " DELIMITED BY SIZE
015365             PROBLEM-NUMBER-DISPLAY DELIMITED BY SIZE
015366             " - SWEEP OF " DELIMITED BY SIZE
015367             SWEEP-COUNT-DISPLAY DELIMITED BY SIZE
015368             " RUNS ENDED " DELIMITED BY SIZE
015369             SWEEP-OUTCOME-WORK DELIMITED BY SPACE
015370             " - WORST RC = " DELIMITED BY SIZE
015371             JOB-RC-DISPLAY DELIMITED BY SIZE
015372             " - SEE EULSWRPT" DELIMITED BY SIZE
015373             INTO REPORT-FILE-LINE
015374     END-STRING.
015375     IF RPT-FILE-OPENED
015376         WRITE REPORT-FILE-LINE
015377     END-IF.
015378     PERFORM 2690-RECORD-SUITE-PROGRESS THRU 2690-EXIT.
015379 2640-EXIT.
015380     EXIT.
015381*
015382 2645-DISPATCH-SWEEP-POINT.
015383     MOVE SUI-ENTRY-REC(DISPATCH-SUB) TO SUITE-ENTRY.
015384     MOVE SWP-LIMIT(POINT-SUB) TO SUITE-LIMIT.
015385     MOVE SWP-POINT(POINT-SUB) TO SWEEP-POINT-DISPLAY.
015386     MOVE SUI-POINT-COUNT(DISPATCH-SUB) TO SWEEP-COUNT-DISPLAY.
015387     MOVE SPACES TO SWEEP-TEXT.
015388     STRING "  POINT " DELIMITED BY SIZE
015389             SWEEP-POINT-DISPLAY DELIMITED BY SIZE
015390             " OF " DELIMITED BY SIZE
015391             SWEEP-COUNT-DISPLAY DELIMITED BY SIZE
015392             INTO SWEEP-TEXT
015393     END-STRING.
015394     MOVE 'N' TO UNKNOWN-PROBLEM-SW.
015395     MOVE 'N' TO CTL-WRITE-FAILED-SW.
015396     MOVE 'N' TO CALL-FAILED-SW.
015397     MOVE 'N' TO CKP-CARRIED-SW.
015398     ADD 1 TO ENTRY-COUNT.
015399*    A run an earlier start tonight finished is carried with
015400*    what it posted, not run again.
015401     PERFORM 2688-CHECK-POINT-CKPT THRU 2688-EXIT.
015402     IF CKPT-POINT-DONE
015403         ADD 1 TO CKPT-CARRIED-COUNT
015404         MOVE 'Y' TO CKP-CARRIED-SW
015405         MOVE CKPT-RC-WORK TO JOB-RC
015406         MOVE CKPT-DISP-WORK TO POINT-OUTCOME-WORK
015407         MOVE CKPT-DISP-WORK TO SUI-OUTCOME(DISPATCH-SUB)
015408         IF JOB-RC > WORST-RC
015409             MOVE JOB-RC TO WORST-RC
015410         END-IF
015411         PERFORM 2647-STORE-POINT-RESULT THRU 2647-EXIT
015412         PERFORM 2670-WRITE-CKPT-CARRIED-RPT THRU 2670-EXIT
015413         PERFORM 2700-WRITE-PACK-ENTRY THRU 2700-EXIT
015414         GO TO 2645-ROLL-UP
015415     END-IF.
015416     ADD 1 TO SWEEP-RUN-COUNT.
015417     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
015418     ACCEPT TODAY-TIME FROM TIME.
015419     MOVE SPACES TO DISPATCH-TIMESTAMP.
015420     STRING TODAY-DATE DELIMITED BY SIZE
015421             "-" DELIMITED BY SIZE
015422             TODAY-TIME DELIMITED BY SIZE
015423             INTO DISPATCH-TIMESTAMP
015424     END-STRING.
015425     PERFORM 2100-DISPATCH-ENTRY THRU 2100-EXIT.
015426     PERFORM 2630-SET-ENTRY-OUTCOME THRU 2630-EXIT.
015427     MOVE SUI-OUTCOME(DISPATCH-SUB) TO POINT-OUTCOME-WORK.
015428     PERFORM 2636-FIND-POINT-ELAPSED THRU 2636-EXIT.
015429     PERFORM 2647-STORE-POINT-RESULT THRU 2647-EXIT.
015430     PERFORM 2200-WRITE-ENTRY-REPORT THRU 2200-EXIT.
015431     PERFORM 2700-WRITE-PACK-ENTRY THRU 2700-EXIT.
015432     PERFORM 2695-RECORD-POINT-PROGRESS THRU 2695-EXIT.
015433 2645-ROLL-UP.
015434     IF SWP-RC(POINT-SUB) > SWEEP-WORST-RC
015435         MOVE SWP-RC(POINT-SUB) TO SWEEP-WORST-RC
015436     END-IF.
015437     IF SWP-OUTCOME(POINT-SUB) = 'FAILED'
015438         MOVE 'FAILED' TO SWEEP-OUTCOME-WORK
015439     END-IF.
015440     IF SWP-OUTCOME(POINT-SUB) = 'DISCREP'
015441             AND SWEEP-OUTCOME-WORK = 'COMPLETE'
015442         MOVE 'DISCREP' TO SWEEP-OUTCOME-WORK
015443     END-IF.
015444 2645-EXIT.
015445     EXIT.
015446*
015447 2647-STORE-POINT-RESULT.
015448     MOVE JOB-RC TO SWP-RC(POINT-SUB).
015449     MOVE POINT-RESULT-WORK TO SWP-RESULT(POINT-SUB).
015450     MOVE POINT-STATUS-WORK TO SWP-STATUS(POINT-SUB).
015451     MOVE POINT-ELAPSED-WORK TO SWP-ELAPSED-SECS(POINT-SUB).
015452     MOVE POINT-OUTCOME-WORK TO SWP-OUTCOME(POINT-SUB).
015453 2647-EXIT.
015454     EXIT.
015455*
015456******************************************************************
015457* 2648-CARRY-SWEEP-POINTS - a whole sweep an earlier start
015458* tonight finished is carried as one entry; its runs' own rows
015459* still fill the sweep summary.
015460******************************************************************
015461 2648-CARRY-SWEEP-POINTS.
015462     COMPUTE POINT-LAST = SUI-POINT-FIRST(DISPATCH-SUB)
015463         + SUI-POINT-COUNT(DISPATCH-SUB) - 1.
015464     PERFORM 2649-CARRY-SWEEP-POINT THRU 2649-EXIT
015465         VARYING POINT-SUB FROM SUI-POINT-FIRST(DISPATCH-SUB)
015466         BY 1 UNTIL POINT-SUB > POINT-LAST.
015467 2648-EXIT.
015468     EXIT.
015469*
015470 2649-CARRY-SWEEP-POINT.
015471     MOVE SWP-POINT(POINT-SUB) TO SWEEP-POINT-DISPLAY.
015472     PERFORM 2688-CHECK-POINT-CKPT THRU 2688-EXIT.
015473     IF CKPT-POINT-DONE
015474         MOVE CKPT-RC-WORK TO SWP-RC(POINT-SUB)
015475         MOVE POINT-RESULT-WORK TO SWP-RESULT(POINT-SUB)
015476         MOVE POINT-STATUS-WORK TO SWP-STATUS(POINT-SUB)
015477         MOVE POINT-ELAPSED-WORK TO SWP-ELAPSED-SECS(POINT-SUB)
015478         MOVE CKPT-DISP-WORK TO SWP-OUTCOME(POINT-SUB)
015479     END-IF.
015480 2649-EXIT.
015481     EXIT.
015482*
015483******************************************************************
015484* 2650-CHECK-PRIOR-STATUS - look the entry up in last night's
015485* statuses by entry sequence and problem number.
015486******************************************************************
015487 2650-CHECK-PRIOR-STATUS.
015488     MOVE 'N' TO PRIOR-FOUND-SW.
015489     MOVE ZERO TO PRIOR-RC-WORK.
015490     MOVE SPACES TO PRIOR-DISP-WORK.
015491     IF PRIOR-STATUS-COUNT > ZERO
015492         PERFORM 2655-MATCH-PRIOR-STATUS THRU 2655-EXIT
015493             VARYING STATUS-SCAN-SUB FROM 1 BY 1
015494             UNTIL STATUS-SCAN-SUB > PRIOR-STATUS-COUNT
015495     END-IF.
015496 2650-EXIT.
015497     EXIT.
015498*
015499 2655-MATCH-PRIOR-STATUS.
015500     IF PST-ENTRY-SEQ(STATUS-SCAN-SUB) = DISPATCH-SUB
015501             AND PST-PROBLEM(STATUS-SCAN-SUB)
015502                 = SUI-PROBLEM(DISPATCH-SUB)
015503         MOVE 'Y' TO PRIOR-FOUND-SW
015504         MOVE PST-RC(STATUS-SCAN-SUB) TO PRIOR-RC-WORK
015505         MOVE PST-DISPOSITION(STATUS-SCAN-SUB) TO PRIOR-DISP-WORK
015506     END-IF.
015507 2655-EXIT.
015508     EXIT.
015509*
015510 2660-WRITE-CARRIED-REPORT.
015511     MOVE SUITE-PROBLEM-NUMBER TO PROBLEM-NUMBER-DISPLAY.
015520     MOVE SPACES TO REPORT-FILE-LINE.
015530     STRING "PROBLEM " DELIMITED BY SIZE
015540             PROBLEM-NUMBER-DISPLAY DELIMITED BY SIZE
015720             JOB-RC-DISPLAY DELIMITED BY SIZE
015730             " COMPLETED BEFORE RESTART - CARRIED"
015740             DELIMITED BY SIZE
015745             SWEEP-TEXT DELIMITED BY SIZE
015750             INTO REPORT-FILE-LINE
015760     END-STRING.
015770     IF RPT-FILE-OPENED
015880 2680-CHECK-SUITE-CKPT.
015890     MOVE 'N' TO CKP-FOUND-SW.
015900     MOVE ZERO TO CKPT-RC-WORK.
015905     MOVE SPACES TO CKPT-DISP-WORK.
015910     IF CKPT-DONE-COUNT > ZERO
015920         PERFORM 2685-MATCH-CKPT-ROW THRU 2685-EXIT
015930             VARYING CKPT-SCAN-SUB FROM 1 BY 1
016010             AND CKD-ENTRY-SEQ(CKPT-SCAN-SUB) = DISPATCH-SUB
016020             AND CKD-PROBLEM(CKPT-SCAN-SUB)
016030                 = SUI-PROBLEM(DISPATCH-SUB)
016035             AND CKD-POINT(CKPT-SCAN-SUB) = SPACES
016040         MOVE 'Y' TO CKP-FOUND-SW
016050         MOVE CKD-RC(CKPT-SCAN-SUB) TO CKPT-RC-WORK
016055         MOVE CKD-DISPOSITION(CKPT-SCAN-SUB) TO CKPT-DISP-WORK
016060     END-IF.
016070 2685-EXIT.
016071     EXIT.
016072*
016073******************************************************************
016074* 2688-CHECK-POINT-CKPT - look one sweep run up in tonight's
016075* checkpoint by entry sequence, problem number and point.
016076******************************************************************
016077 2688-CHECK-POINT-CKPT.
016078     MOVE 'N' TO CKP-PT-FOUND-SW.
016079     MOVE ZERO TO CKPT-RC-WORK.
016080     MOVE SPACES TO CKPT-DISP-WORK.
016081     MOVE ZERO TO POINT-RESULT-WORK.
016082     MOVE SPACES TO POINT-STATUS-WORK.
016083     MOVE ZERO TO POINT-ELAPSED-WORK.
016084     IF CKPT-DONE-COUNT > ZERO
016085         PERFORM 2689-MATCH-POINT-ROW THRU 2689-EXIT
016086             VARYING CKPT-SCAN-SUB FROM 1 BY 1
016087             UNTIL CKPT-SCAN-SUB > CKPT-DONE-COUNT
016088     END-IF.
016089 2688-EXIT.
016090     EXIT.
016091*
016092 2689-MATCH-POINT-ROW.
016093     IF CKD-NIGHT(CKPT-SCAN-SUB) = NIGHT-IDENT
016094             AND CKD-ENTRY-SEQ(CKPT-SCAN-SUB) = DISPATCH-SUB
016095             AND CKD-PROBLEM(CKPT-SCAN-SUB)
016096                 = SUI-PROBLEM(DISPATCH-SUB)
016097             AND CKD-POINT(CKPT-SCAN-SUB) = SWEEP-POINT-DISPLAY
016098         MOVE 'Y' TO CKP-PT-FOUND-SW
016099         MOVE CKD-RC(CKPT-SCAN-SUB) TO CKPT-RC-WORK
016100         MOVE CKD-DISPOSITION(CKPT-SCAN-SUB) TO CKPT-DISP-WORK
016101         MOVE CKD-RESULT(CKPT-SCAN-SUB) TO POINT-RESULT-WORK
016102         MOVE CKD-AUD-STATUS(CKPT-SCAN-SUB) TO POINT-STATUS-WORK
016103         MOVE CKD-ELAPSED-SECS(CKPT-SCAN-SUB)
016104             TO POINT-ELAPSED-WORK
016105     END-IF.
016106 2689-EXIT.
016107     EXIT.
016108*
016109******************************************************************
016110* 2690-RECORD-SUITE-PROGRESS - append the entry just completed
016120* to EULSCKPT so a restart tonight resumes past it instead of
016130* re-dispatching the whole list.
016250     MOVE SUI-PROBLEM(DISPATCH-SUB) TO CKP-PROBLEM.
016260     MOVE SUI-JOB-RC(DISPATCH-SUB) TO CKP-RC.
016270     MOVE PAGE-COUNT TO CKP-PACK-PAGE.
016275     MOVE SUI-OUTCOME(DISPATCH-SUB) TO CKP-DISPOSITION.
016276     MOVE SPACES TO CKP-SWEEP-POINT.
016277     MOVE ZERO TO CKP-RESULT.
016278     MOVE SPACES TO CKP-AUD-STATUS.
016279     MOVE ZERO TO CKP-ELAPSED-SECS.
016280     WRITE SUITE-CKPT-RECORD.
016290     CLOSE SUITE-CKPT-FILE.
016300 2690-EXIT.
016301     EXIT.
016302*
016303******************************************************************
016304* 2695-RECORD-POINT-PROGRESS - append one finished sweep run to
016305* EULSCKPT with what it posted, so a restart part-way through a
016306* sweep carries the runs already done instead of posting them
016307* twice.
016308******************************************************************
016309 2695-RECORD-POINT-PROGRESS.
016310     OPEN EXTEND SUITE-CKPT-FILE.
016311     IF NOT CKP-FILE-OK
016312         OPEN OUTPUT SUITE-CKPT-FILE
016313     END-IF.
016314     IF NOT CKP-FILE-OK
016315         GO TO 2695-EXIT
016316     END-IF.
016317     MOVE NIGHT-IDENT TO CKP-NIGHT-IDENT.
016318     MOVE DISPATCH-SUB TO CKP-ENTRY-SEQ.
016319     MOVE SUI-PROBLEM(DISPATCH-SUB) TO CKP-PROBLEM.
016320     MOVE SWP-RC(POINT-SUB) TO CKP-RC.
016321     MOVE PAGE-COUNT TO CKP-PACK-PAGE.
016322     MOVE SWP-OUTCOME(POINT-SUB) TO CKP-DISPOSITION.
016323     MOVE SWP-POINT(POINT-SUB) TO CKP-SWEEP-POINT.
016324     MOVE SWP-RESULT(POINT-SUB) TO CKP-RESULT.
016325     MOVE SWP-STATUS(POINT-SUB) TO CKP-AUD-STATUS.
016326     MOVE SWP-ELAPSED-SECS(POINT-SUB) TO CKP-ELAPSED-SECS.
016327     WRITE SUITE-CKPT-RECORD.
016328     CLOSE SUITE-CKPT-FILE.
016329 2695-EXIT.
016330     EXIT.
016331*
016332******************************************************************
016340* 2700-WRITE-PACK-ENTRY - open a new pack page for the entry
016350* just dispatched and copy its job report into the pack.  When
016360* the job never ran (control write failure or an unregistered
016970         STRING "PRESET: " DELIMITED BY SIZE
016980                 SUI-PRESET-NAME(DISPATCH-SUB)
016990                 DELIMITED BY SIZE
016991                 INTO PACK-FILE-LINE
016992         END-STRING
016993         WRITE PACK-FILE-LINE
016994     END-IF.
016995     IF SWEEP-TEXT NOT = SPACES
016996         MOVE SPACES TO PACK-FILE-LINE
016997         STRING "SWEEP:" DELIMITED BY SIZE
016998                 SWEEP-TEXT DELIMITED BY SIZE
017000                 INTO PACK-FILE-LINE
017010         END-STRING
017020         WRITE PACK-FILE-LINE
017160         END-STRING
017170         WRITE PACK-FILE-LINE
017180     END-IF.
017190     IF CKPT-RC-CARRIED AND NOT ENTRY-SKIPPED
017200         MOVE SPACES TO PACK-FILE-LINE
017210         STRING "NOTE: COMPLETED BEFORE RESTART - REPORT IS"
017220                 DELIMITED BY SIZE
017240                 INTO PACK-FILE-LINE
017250         END-STRING
017260         WRITE PACK-FILE-LINE
017261     END-IF.
017262     IF ENTRY-SKIPPED
017263         MOVE SPACES TO PACK-FILE-LINE
017264         STRING "*** SKIPPED - ENTRY "
017265                 DELIMITED BY SIZE
017266                 SUI-PRED-SEQ(DISPATCH-SUB) DELIMITED BY SIZE
017267                 " ENDED " DELIMITED BY SIZE
017268                 SUI-OUTCOME(PRED-SUB) DELIMITED BY SPACE
017269                 ", CONDITION " DELIMITED BY SIZE
017270                 SUI-PRED-COND(DISPATCH-SUB) DELIMITED BY SPACE
017271                 " NOT MET ***" DELIMITED BY SIZE
017272                 INTO PACK-FILE-LINE
017273         END-STRING
017274         WRITE PACK-FILE-LINE
017275         GO TO 2700-EXIT
017276     END-IF.
017280     IF CTL-WRITE-FAILED OR UNKNOWN-PROBLEM
017282             OR PROGRAM-CALL-FAILED
017290         MOVE SPACES TO PACK-FILE-LINE
018370         END-STRING
018380         WRITE REPORT-FILE-LINE
018390     END-IF.
018391     IF RPT-FILE-OPENED AND SKIPPED-COUNT > ZERO
018392         MOVE SPACES TO REPORT-FILE-LINE
018393         STRING "ENTRIES SKIPPED - CONDITION NOT MET: "
018394                 DELIMITED BY SIZE
018395                 SKIPPED-COUNT DELIMITED BY SIZE
018396                 INTO REPORT-FILE-LINE
018397         END-STRING
018398         WRITE REPORT-FILE-LINE
018399     END-IF.
018400     IF RPT-FILE-OPENED AND SWEEP-RUN-COUNT > ZERO
018401         MOVE SPACES TO REPORT-FILE-LINE
018402         STRING "SWEEP RUNS DISPATCHED: " DELIMITED BY SIZE
018403                 SWEEP-RUN-COUNT DELIMITED BY SIZE
018404                 " - SEE EULSWRPT" DELIMITED BY SIZE
018405                 INTO REPORT-FILE-LINE
018406         END-STRING
018407         WRITE REPORT-FILE-LINE
018408     END-IF.
018409     PERFORM 3060-WRITE-STATUS-FILE THRU 3060-EXIT.
018410     PERFORM 3300-WRITE-SWEEP-REPORT THRU 3300-EXIT.
018411     PERFORM 3070-RESET-SUITE-CKPT THRU 3070-EXIT.
018420     PERFORM 3200-WRITE-ALERT-FILE THRU 3200-EXIT.
018430     PERFORM 3050-WRITE-PACK-TRAILER THRU 3050-EXIT.
018440     PERFORM 3100-WRITE-AUDIT-RECORD THRU 3100-EXIT.
019350     MOVE STATUS-SCAN-SUB TO STA-ENTRY-SEQ.
019360     MOVE SUI-PROBLEM(STATUS-SCAN-SUB) TO STA-PROBLEM.
019370     MOVE SUI-JOB-RC(STATUS-SCAN-SUB) TO STA-RC.
019375     MOVE SUI-OUTCOME(STATUS-SCAN-SUB) TO STA-DISPOSITION.
019380     WRITE SUITE-STATUS-RECORD.
019390 3065-EXIT.
019400     EXIT.
019710     END-IF.
019720     SET ALERT-FILE-OPENED TO TRUE.
019730     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
019731*    A result that disagrees with its certified answer outranks
019732*    everything else on the page, so certification failures are
019733*    listed first.
019734     SET ALERT-CERTFAIL-PASS TO TRUE.
019735     PERFORM 3230-ALERT-AUDIT-STATUS THRU 3230-EXIT.
019736     MOVE 'N' TO ALR-CERT-PASS-SW.
019740     IF WINDOW-REFUSED
019750         MOVE 1 TO ALERT-SEVERITY
019760         MOVE "FORECAST OVER WINDOW WITH ACTION STOP - NOTHING DI
019940         PERFORM 3220-ALERT-ENTRY-RC THRU 3220-EXIT
019950             VARYING ALERT-SCAN-SUB FROM 1 BY 1
019960             UNTIL ALERT-SCAN-SUB > SUITE-ENTRY-COUNT
019962         PERFORM 3225-ALERT-SKIPPED-ENTRY THRU 3225-EXIT
019964             VARYING ALERT-SCAN-SUB FROM 1 BY 1
019966             UNTIL ALERT-SCAN-SUB > SUITE-ENTRY-COUNT
019970     END-IF.
019980     PERFORM 3230-ALERT-AUDIT-STATUS THRU 3230-EXIT.
019990     MOVE ZERO TO ALERT-REJECT-COUNT.
020450     IF SUI-JOB-RC(ALERT-SCAN-SUB) = ZERO
020460         GO TO 3220-EXIT
020470     END-IF.
020472     IF SUI-OUTCOME(ALERT-SCAN-SUB) = 'SKIPPED'
020474         GO TO 3220-EXIT
020476     END-IF.
020480     MOVE ALERT-SCAN-SUB TO ENTRY-SEQ-DISPLAY.
020490     MOVE SUI-JOB-RC(ALERT-SCAN-SUB) TO JOB-RC-DISPLAY.
020500     MOVE 2 TO ALERT-SEVERITY.
020590     END-STRING.
020600     PERFORM 3290-WRITE-ALERT-LINE THRU 3290-EXIT.
020610 3220-EXIT.
020611     EXIT.
020612*
020613******************************************************************
020614* 3225-ALERT-SKIPPED-ENTRY - one line per entry skipped because
020615* its predecessor did not end the way its condition needed.
020616******************************************************************
020617 3225-ALERT-SKIPPED-ENTRY.
020618     IF SUI-OUTCOME(ALERT-SCAN-SUB) NOT = 'SKIPPED'
020619         GO TO 3225-EXIT
020620     END-IF.
020621     MOVE SUI-PRED-SEQ-NUM(ALERT-SCAN-SUB) TO PRED-SUB.
020622     MOVE ALERT-SCAN-SUB TO ENTRY-SEQ-DISPLAY.
020623     MOVE 3 TO ALERT-SEVERITY.
020624     MOVE SPACES TO ALERT-TEXT.
020625     STRING "ENTRY " DELIMITED BY SIZE
020626             ENTRY-SEQ-DISPLAY DELIMITED BY SIZE
020627             " PROBLEM " DELIMITED BY SIZE
020628             SUI-PROBLEM(ALERT-SCAN-SUB) DELIMITED BY SIZE
020629             " SKIPPED - ENTRY " DELIMITED BY SIZE
020630             SUI-PRED-SEQ(ALERT-SCAN-SUB) DELIMITED BY SIZE
020631             " ENDED " DELIMITED BY SIZE
020632             SUI-OUTCOME(PRED-SUB) DELIMITED BY SPACE
020633             ", NEEDED " DELIMITED BY SIZE
020634             SUI-PRED-COND(ALERT-SCAN-SUB) DELIMITED BY SPACE
020635             INTO ALERT-TEXT
020636     END-STRING.
020637     PERFORM 3290-WRITE-ALERT-LINE THRU 3290-EXIT.
020638 3225-EXIT.
020639     EXIT.
020640*
020641******************************************************************
020650* 3230-ALERT-AUDIT-STATUS - one line per DISCREP or OVERFLOW a
020660* job posted to EULAUDIT tonight - from the night's start date
020665* through finalize, so a night that crosses midnight keeps its
020670* pre-midnight postings.  The suite's own roll-up record is not
020675* a job result and is left out.
020676* With ALR-CERT-PASS-SW set the same scan lists only the
020677* CERTFAIL postings, at severity 1, for the top of the page.
020680******************************************************************
020690 3230-ALERT-AUDIT-STATUS.
020700     MOVE 'N' TO ALR-AUD-EOF-SW.
020950     IF AUD-PROGRAM-ID = "EULER-SUT"
020960         GO TO 3235-EXIT
020970     END-IF.
020980     IF ALERT-CERTFAIL-PASS AND AUD-STATUS NOT = "CERTFAIL"
020982         GO TO 3235-EXIT
020984     END-IF.
020986     IF NOT ALERT-CERTFAIL-PASS
020988             AND AUD-STATUS NOT = "DISCREP"
020990             AND AUD-STATUS NOT = "OVERFLOW"
020992         GO TO 3235-EXIT
020994     END-IF.
020996     MOVE 3 TO ALERT-SEVERITY.
020998     IF ALERT-CERTFAIL-PASS
021000         MOVE 1 TO ALERT-SEVERITY
021002     END-IF.
021020     MOVE SPACES TO ALERT-TEXT.
021030     STRING AUD-PROGRAM-ID DELIMITED BY SIZE
021040             " POSTED " DELIMITED BY SIZE
021640 3290-EXIT.
021650     EXIT.
021660*
021661******************************************************************
021662* 3300-WRITE-SWEEP-REPORT - the night's sweep summary: for every
021663* accepted sweep entry, each limit it ran at with the result and
021664* status the job posted, the elapsed seconds and the change in
021665* result from the limit before it.
021666******************************************************************
021667 3300-WRITE-SWEEP-REPORT.
021668     OPEN OUTPUT SWEEP-REPORT-FILE.
021669     IF NOT SWR-FILE-OK
021670         DISPLAY "EULER-SUITE: EULSWRPT OPEN FAILED - NO SWEEP "
021671             "SUMMARY"
021672         GO TO 3300-EXIT
021673     END-IF.
021674     MOVE SPACES TO SWEEP-REPORT-LINE.
021675     STRING "EULER-SUITE - SWEEP SUMMARY REPORT" DELIMITED BY SIZE
021676             INTO SWEEP-REPORT-LINE
021677     END-STRING.
021678     WRITE SWEEP-REPORT-LINE.
021679     MOVE SPACES TO SWEEP-REPORT-LINE.
021680     STRING "NIGHT: " DELIMITED BY SIZE
021681             NIGHT-IDENT DELIMITED BY SIZE
021682             "  CHANGE IS THE RESULT LESS THE PREVIOUS LIMIT'S"
021683             DELIMITED BY SIZE
021684             INTO SWEEP-REPORT-LINE
021685     END-STRING.
021686     WRITE SWEEP-REPORT-LINE.
021687     MOVE ZERO TO SWEEP-ENTRY-COUNT.
021688     IF SUITE-ENTRY-COUNT > ZERO
021689         PERFORM 3310-WRITE-SWEEP-ENTRY THRU 3310-EXIT
021690             VARYING SWEEP-SCAN-SUB FROM 1 BY 1
021691             UNTIL SWEEP-SCAN-SUB > SUITE-ENTRY-COUNT
021692     END-IF.
021693     MOVE SPACES TO SWEEP-REPORT-LINE.
021694     WRITE SWEEP-REPORT-LINE.
021695     MOVE SPACES TO SWEEP-REPORT-LINE.
021696     IF SWEEP-ENTRY-COUNT = ZERO
021697         STRING "NO SWEEP ENTRIES ON TONIGHT'S LIST"
021698                 DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
021699         END-STRING
021700     ELSE
021701         STRING "SWEEP ENTRIES: " DELIMITED BY SIZE
021702                 SWEEP-ENTRY-COUNT DELIMITED BY SIZE
021703                 "  RUNS DISPATCHED: " DELIMITED BY SIZE
021704                 SWEEP-RUN-COUNT DELIMITED BY SIZE
021705                 INTO SWEEP-REPORT-LINE
021706         END-STRING
021707     END-IF.
021708     WRITE SWEEP-REPORT-LINE.
021709     CLOSE SWEEP-REPORT-FILE.
021710 3300-EXIT.
021711     EXIT.
021712*
021713 3310-WRITE-SWEEP-ENTRY.
021714     IF NOT SUI-ACCEPTED(SWEEP-SCAN-SUB)
021715             OR SUI-POINT-COUNT(SWEEP-SCAN-SUB) = ZERO
021716         GO TO 3310-EXIT
021717     END-IF.
021718     ADD 1 TO SWEEP-ENTRY-COUNT.
021719     MOVE SWEEP-SCAN-SUB TO ENTRY-SEQ-DISPLAY.
021720     MOVE SUI-POINT-COUNT(SWEEP-SCAN-SUB) TO SWEEP-COUNT-DISPLAY.
021721     MOVE SUI-SWEEP-STEP-NUM(SWEEP-SCAN-SUB)
021722         TO SWEEP-LIMIT-DISPLAY.
021723     MOVE SPACES TO SWEEP-REPORT-LINE.
021724     WRITE SWEEP-REPORT-LINE.
021725     MOVE SPACES TO SWEEP-REPORT-LINE.
021726     STRING "ENTRY " DELIMITED BY SIZE
021727             ENTRY-SEQ-DISPLAY DELIMITED BY SIZE
021728             " PROBLEM " DELIMITED BY SIZE
021729             SUI-PROBLEM(SWEEP-SCAN-SUB) DELIMITED BY SIZE
021730             " - " DELIMITED BY SIZE
021731             SWEEP-COUNT-DISPLAY DELIMITED BY SIZE
021732             " RUNS, STEP " DELIMITED BY SIZE
021733             SUI-SWEEP-TYPE(SWEEP-SCAN-SUB) DELIMITED BY SIZE
021734             SWEEP-LIMIT-DISPLAY DELIMITED BY SIZE
021735             " - " DELIMITED BY SIZE
021736             SUI-OUTCOME(SWEEP-SCAN-SUB) DELIMITED BY SIZE
021737             INTO SWEEP-REPORT-LINE
021738     END-STRING.
021739     WRITE SWEEP-REPORT-LINE.
021740     MOVE SPACES TO SWEEP-REPORT-LINE.
021741     IF SUI-OUTCOME(SWEEP-SCAN-SUB) = 'SKIPPED'
021742         STRING "*** SKIPPED - CONDITION NOT MET - NO RUNS ***"
021743                 DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
021744         END-STRING
021745         GO TO 3310-WRITE
021746     END-IF.
021747     IF SUI-CARRIED(SWEEP-SCAN-SUB)
021748         STRING "*** PRIOR RC 0 CARRIED FORWARD - NOT RERUN ***"
021749                 DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
021750         END-STRING
021751         GO TO 3310-WRITE
021752     END-IF.
021753     STRING "   PT       LIMIT           RESULT  STATUS   "
021754             DELIMITED BY SIZE
021755             "    SECS            CHANGE" DELIMITED BY SIZE
021756             INTO SWEEP-REPORT-LINE
021757     END-STRING.
021758     WRITE SWEEP-REPORT-LINE.
021759     COMPUTE POINT-LAST = SUI-POINT-FIRST(SWEEP-SCAN-SUB)
021760         + SUI-POINT-COUNT(SWEEP-SCAN-SUB) - 1.
021761     PERFORM 3320-WRITE-SWEEP-POINT THRU 3320-EXIT
021762         VARYING POINT-SUB FROM SUI-POINT-FIRST(SWEEP-SCAN-SUB)
021763         BY 1 UNTIL POINT-SUB > POINT-LAST.
021764     GO TO 3310-EXIT.
021765 3310-WRITE.
021766     WRITE SWEEP-REPORT-LINE.
021767 3310-EXIT.
021768     EXIT.
021769*
021770*    A run with no posting shows its outcome, or NOT RUN when
021771*    the night never reached it.  The change needs a posted
021772*    result at both this limit and the one before.
021773 3320-WRITE-SWEEP-POINT.
021774     MOVE SWP-POINT(POINT-SUB) TO SWEEP-POINT-DISPLAY.
021775     MOVE SWP-LIMIT(POINT-SUB) TO SWEEP-LIMIT-DISPLAY.
021776     MOVE SWP-RESULT(POINT-SUB) TO SWEEP-RESULT-DISPLAY.
021777     MOVE SWP-ELAPSED-SECS(POINT-SUB) TO SWEEP-SECS-DISPLAY.
021778     MOVE SWP-STATUS(POINT-SUB) TO SWEEP-STATUS-DISPLAY.
021779     IF SWEEP-STATUS-DISPLAY = SPACES
021780         MOVE SWP-OUTCOME(POINT-SUB) TO SWEEP-STATUS-DISPLAY
021781     END-IF.
021782     IF SWEEP-STATUS-DISPLAY = SPACES
021783         MOVE 'NOT RUN' TO SWEEP-STATUS-DISPLAY
021784     END-IF.
021785     MOVE SPACES TO SWEEP-REPORT-LINE.
021786     IF POINT-SUB > SUI-POINT-FIRST(SWEEP-SCAN-SUB)
021787             AND (SWP-STATUS(POINT-SUB) = 'SUCCESS'
021788             OR SWP-STATUS(POINT-SUB) = 'DISCREP')
021789             AND (SWP-STATUS(POINT-SUB - 1) = 'SUCCESS'
021790             OR SWP-STATUS(POINT-SUB - 1) = 'DISCREP')
021791         COMPUTE SWEEP-DELTA = SWP-RESULT(POINT-SUB)
021792             - SWP-RESULT(POINT-SUB - 1)
021793         MOVE SWEEP-DELTA TO SWEEP-DELTA-DISPLAY
021794         STRING "  " DELIMITED BY SIZE
021795                 SWEEP-POINT-DISPLAY DELIMITED BY SIZE
021796                 "  " DELIMITED BY SIZE
021797                 SWEEP-LIMIT-DISPLAY DELIMITED BY SIZE
021798                 "  " DELIMITED BY SIZE
021799                 SWEEP-RESULT-DISPLAY DELIMITED BY SIZE
021800                 "  " DELIMITED BY SIZE
021801                 SWEEP-STATUS-DISPLAY DELIMITED BY SIZE
021802                 "  " DELIMITED BY SIZE
021803                 SWEEP-SECS-DISPLAY DELIMITED BY SIZE
021804                 "  " DELIMITED BY SIZE
021805                 SWEEP-DELTA-DISPLAY DELIMITED BY SIZE
021806                 INTO SWEEP-REPORT-LINE
021807         END-STRING
021808     ELSE
021809         STRING "  " DELIMITED BY SIZE
021810                 SWEEP-POINT-DISPLAY DELIMITED BY SIZE
021811                 "  " DELIMITED BY SIZE
021812                 SWEEP-LIMIT-DISPLAY DELIMITED BY SIZE
021813                 "  " DELIMITED BY SIZE
021814                 SWEEP-RESULT-DISPLAY DELIMITED BY SIZE
021815                 "  " DELIMITED BY SIZE
021816                 SWEEP-STATUS-DISPLAY DELIMITED BY SIZE
021817                 "  " DELIMITED BY SIZE
021818                 SWEEP-SECS-DISPLAY DELIMITED BY SIZE
021819                 INTO SWEEP-REPORT-LINE
021820         END-STRING
021821     END-IF.
021822     WRITE SWEEP-REPORT-LINE.
021823 3320-EXIT.
021824     EXIT.
021825*
021826 3100-WRITE-AUDIT-RECORD.
021827     OPEN EXTEND AUDIT-FILE.
021828     IF NOT AUD-FILE-OK
021829         OPEN OUTPUT AUDIT-FILE
021830     END-IF.
021831     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
021832     ACCEPT TODAY-TIME FROM TIME.
021833     MOVE SPACES TO REPORT-TIMESTAMP.
021834     STRING TODAY-DATE DELIMITED BY SIZE
021835             "-" DELIMITED BY SIZE
021836             TODAY-TIME DELIMITED BY SIZE
021837             INTO REPORT-TIMESTAMP
021838     END-STRING.
021839     MOVE SPACES TO AUDIT-PARM-TEXT.
021840     STRING "ENTRIES=" DELIMITED BY SIZE
021841             ENTRY-COUNT DELIMITED BY SIZE
021842             " REJ=" DELIMITED BY SIZE
021843             EDIT-REJECT-COUNT DELIMITED BY SIZE
021850             INTO AUDIT-PARM-TEXT
021860     END-STRING.
021870     MOVE REPORT-TIMESTAMP TO AUD-TIMESTAMP.

000166*   03/09/2026 LC  Stamped EUL3CKPT with the date and time each
000167*                  checkpoint is written so EULER-CKPUTL can
000168*                  report how fresh an in-flight checkpoint is.
000169*   15/10/2026 LC  Detail output - with CTL-DETAIL-SW set, each
000170*                  prime factor is written to EUL3DTL with its
000171*                  multiplicity and the quotient left once it is
000172*                  divided out, and listed in a detail section on
000173*                  EUL3RPT.  EUL3CKPT carries the multiplicity in
000174*                  hand and the detail lines written, so a resumed
000175*                  run keeps exactly the lines from before its
000176*                  checkpoint and writes the rest once.
000177*   15/10/2026 LC  Added a check against the certified reference
000178*                  answer on EULREFS.  When an approved entry for
000179*                  this parameter key does not match tonight's
000180*                  result the run posts CERTFAIL to EULAUDIT,
000181*                  EULRHIST and EULSTATS and ends RC 8, so a wrong
000182*                  answer already in history can no longer
000183*                  reconcile cleanly night after night.
000184******************************************************************
000185 IDENTIFICATION DIVISION.
000186 PROGRAM-ID. EULER-THREE.
000190 AUTHOR. LUKE CAPTAIN.
000200 DATE-WRITTEN. 22/08/2026.
000210 DATE-COMPILED.
000380     SELECT CHECKPOINT-FILE ASSIGN TO "EUL3CKPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CKPT-FILE-STATUS.
000402
000403     SELECT REFERENCE-FILE ASSIGN TO "EULREFS"
000404         ORGANIZATION IS INDEXED
000405         ACCESS MODE IS RANDOM
000406         RECORD KEY IS REF-KEY
000407         FILE STATUS IS REF-FILE-STATUS.
000410
000420     SELECT HISTORY-FILE ASSIGN TO "EULRHIST"
000430         ORGANIZATION IS INDEXED
000442     SELECT STAT-FILE ASSIGN TO "EULSTATS"
000443         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS STT-FILE-STATUS.
000445
000446     SELECT DETAIL-FILE ASSIGN TO "EUL3DTL"
000447         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS DTL-FILE-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000690         88  CKPT-RUN-IN-PROGRESS      VALUE 'N'.
000692     05  CKPT-WRITE-DATE         PIC 9(08).
000694     05  CKPT-WRITE-TIME         PIC 9(08).
000695     05  CKPT-FACTOR-MULT        PIC 9(02).
000696     05  CKPT-DETAIL-SW          PIC X(01).
000697     05  CKPT-DETAIL-COUNT       PIC 9(05).
000700
000710 FD  HISTORY-FILE
000720     LABEL RECORDS ARE STANDARD.
000732 FD  STAT-FILE
000733     LABEL RECORDS ARE STANDARD.
000734     COPY EULSTT.
000736
000738*    One line per distinct prime factor, smallest first.
000740 FD  DETAIL-FILE
000742     LABEL RECORDS ARE STANDARD.
000744 01  DETAIL-FILE-RECORD.
000746     05  DTL-TARGET              PIC 9(10).
000748     05  DTL-SEQ                 PIC 9(05).
000750     05  DTL-FACTOR              PIC 9(10).
000752     05  DTL-MULTIPLICITY        PIC 9(02).
000754     05  DTL-QUOTIENT            PIC 9(10).
000755
000756 FD  REFERENCE-FILE
000757     LABEL RECORDS ARE STANDARD.
000758     COPY EULREF.
000760*
000770 WORKING-STORAGE SECTION.
000780 01  TARGET-NUMBER               PIC 9(10).
000890 01  AUDIT-PARM-TEXT             PIC X(40).
000900 01  HISTORY-KEY                 PIC X(10).
000910 01  PRIOR-RESULT                PIC 9(15).
000911 01  FACTOR-MULT                 PIC 9(02) VALUE ZERO.
000912 01  DETAIL-FACTOR               PIC 9(10).
000913 01  DETAIL-LINE-COUNT           PIC 9(05) VALUE ZERO.
000914 01  DETAIL-SUB                  PIC S9(04) COMP.
000915 01  DETAIL-SEQ-DISPLAY          PIC Z(04)9.
000916 01  DETAIL-FACTOR-DISPLAY       PIC Z(09)9.
000917 01  DETAIL-MULT-DISPLAY         PIC Z9.
000918 01  DETAIL-QUOTIENT-DISPLAY     PIC Z(09)9.
000919
000920*    The detail lines a resumed run keeps, held across the
000921*    rewrite of EUL3DTL.  A ten-digit target has at most ten
000922*    distinct prime factors.
000923 01  DETAIL-HOLD-AREA.
000924     05  DETAIL-HOLD-COUNT       PIC 9(03) VALUE ZERO.
000925     05  DETAIL-HOLD-LINE        PIC X(37) OCCURS 50 TIMES.
000926
000930 01  EULER-THREE-SWITCHES.
000940     05  ABEND-SW                PIC X(01) VALUE 'N'.
000950         88  JOB-ABEND                 VALUE 'Y'.
001010         88  HIST-RECORD-FOUND         VALUE 'Y'.
001012     05  HIST-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
001014         88  HIST-SCAN-DONE            VALUE 'Y'.
001015     05  CERT-FOUND-SW           PIC X(01) VALUE 'N'.
001016         88  CERT-ANSWER-FOUND         VALUE 'Y'.
001017     05  CERTFAIL-SW             PIC X(01) VALUE 'N'.
001018         88  CERTIFICATION-FAILED      VALUE 'Y'.
001020     05  DISCREPANCY-SW          PIC X(01) VALUE 'N'.
001030         88  RESULT-DISCREPANCY        VALUE 'Y'.
001031     05  DETAIL-SW               PIC X(01) VALUE 'N'.
001032         88  DETAIL-WANTED             VALUE 'Y'.
001033     05  DTL-OPEN-SW             PIC X(01) VALUE 'N'.
001034         88  DETAIL-FILE-OPEN          VALUE 'Y'.
001035     05  DTL-LOST-SW             PIC X(01) VALUE 'N'.
001036         88  DETAIL-LOST               VALUE 'Y'.
001037     05  DTL-COLD-SW             PIC X(01) VALUE 'N'.
001038         88  DETAIL-COLD-START         VALUE 'Y'.
001039     05  DTL-EOF-SW              PIC X(01) VALUE 'N'.
001040         88  DETAIL-EOF                VALUE 'Y'.
001041
001050 01  FILE-STATUS-AREA.
001060     05  CTL-FILE-STATUS         PIC X(02).
001070         88  CTL-FILE-OK               VALUE '00'.
001210         88  HIST-FILE-EOF             VALUE '10'.
001211     05  STT-FILE-STATUS         PIC X(02).
001212         88  STT-FILE-OK               VALUE '00'.
001214     05  DTL-FILE-STATUS         PIC X(02).
001216         88  DTL-FILE-OK               VALUE '00'.
001217     05  REF-FILE-STATUS         PIC X(02).
001218         88  REF-FILE-OK               VALUE '00'.
001220*
001230 01  CERTIFIED-ANSWER-AREA.
001235     05  CERT-NUMBER             PIC 9(06).
001240     05  CERT-ANSWER             PIC 9(15).
001245     05  CERT-METHOD             PIC X(08).
001250     05  CERT-BY                 PIC X(08).
001255     05  CERT-DATE               PIC 9(08).
001260*
001290 PROCEDURE DIVISION.
001300******************************************************************
001310* 0000-MAINLINE - overall flow of control for the job.
001520     MOVE 'N' TO HIST-FOUND-SW.
001530     MOVE 'N' TO DISCREPANCY-SW.
001540     MOVE ZERO TO ITERATION-COUNT.
001541     MOVE 'N' TO DETAIL-SW.
001542     MOVE 'N' TO DTL-OPEN-SW.
001543     MOVE 'N' TO DTL-LOST-SW.
001544     MOVE 'N' TO DTL-COLD-SW.
001545     MOVE ZERO TO FACTOR-MULT.
001546     MOVE ZERO TO DETAIL-LINE-COUNT.
001547     ACCEPT START-STAMP-DATE FROM DATE YYYYMMDD.
001548     ACCEPT START-STAMP-TIME FROM TIME.
001549     MOVE ZERO TO FACTOR-STEPS.
001560     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
001570     IF NOT JOB-ABEND
001580         PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT
001590     END-IF.
001600     IF NOT JOB-ABEND
001610         PERFORM 1300-FIND-PRIOR-RESULT THRU 1300-EXIT
001615         PERFORM 6000-FIND-CERTIFIED-ANSWER THRU 6000-EXIT
001620         PERFORM 1400-CHECK-CHECKPOINT THRU 1400-EXIT
001622     END-IF.
001624     IF NOT JOB-ABEND AND DETAIL-WANTED
001626         PERFORM 1500-OPEN-DETAIL-FILE THRU 1500-EXIT
001630     END-IF.
001640 1000-EXIT.
001650     EXIT.
001890     IF NOT JOB-ABEND
001900         MOVE CTL-RUN-DATE TO RUN-DATE-PARM
001910         MOVE CTL-LIMIT TO TARGET-NUMBER
001912         IF CTL-DETAIL-WANTED
001914             MOVE 'Y' TO DETAIL-SW
001916         END-IF
001920     END-IF.
001930 1200-EXIT.
001940     EXIT.
002432* 1400-CHECK-CHECKPOINT - resume the trial-division state from
002433* EUL3CKPT when an in-progress checkpoint exists for the same
002434* target number.  A target below 2 has no prime factor, so the
002435* loop is primed as already finished for that case.  A run that
002436* wants detail cannot resume from a checkpoint taken without it -
002437* the factors found before it were never written - so it starts
002438* over instead.
002439******************************************************************
002440 1400-CHECK-CHECKPOINT.
002441     MOVE TARGET-NUMBER TO N-REMAINING.
002442     MOVE 2 TO TRIAL-DIVISOR.
002443     MOVE ZERO TO LARGEST-FACTOR.
002444     IF TARGET-NUMBER < 2
002445         MOVE 'Y' TO NO-FACTOR-SW
002446         MOVE 1 TO N-REMAINING
002450     END-IF.
002460     OPEN INPUT CHECKPOINT-FILE.
002470     IF CKPT-FILE-OK
002510             NOT AT END
002520                 IF CKPT-RUN-IN-PROGRESS
002530                     AND CKPT-TARGET = TARGET-NUMBER
002531                     AND DETAIL-WANTED
002532                     AND CKPT-DETAIL-SW NOT = 'Y'
002533                     MOVE 'Y' TO DTL-COLD-SW
002534                 END-IF
002535                 IF CKPT-RUN-IN-PROGRESS
002536                     AND CKPT-TARGET = TARGET-NUMBER
002537                     AND NOT DETAIL-COLD-START
002540                     MOVE CKPT-N-REMAINING TO N-REMAINING
002550                     MOVE CKPT-TRIAL-DIVISOR TO TRIAL-DIVISOR
002560                     MOVE CKPT-LARGEST-FACTOR TO LARGEST-FACTOR
002561                     IF CKPT-FACTOR-MULT IS NUMERIC
002562                         MOVE CKPT-FACTOR-MULT TO FACTOR-MULT
002563                     END-IF
002564                     IF CKPT-DETAIL-COUNT IS NUMERIC
002565                         MOVE CKPT-DETAIL-COUNT
002566                             TO DETAIL-LINE-COUNT
002567                     END-IF
002570                     MOVE 'Y' TO CKPT-RESUMED-SW
002580                 END-IF
002590         END-READ
002630     EXIT.
002640*
002650******************************************************************
002651* 1500-OPEN-DETAIL-FILE - start EUL3DTL afresh.  A resumed run
002652* first takes back the lines its checkpoint counted - anything
002653* written after that checkpoint is written again by the resumed
002654* loop - and a file that cannot give them all back sends the run
002655* back to divisor 2 rather than leave a gap in the detail.
002656******************************************************************
002657 1500-OPEN-DETAIL-FILE.
002658     MOVE ZERO TO DETAIL-HOLD-COUNT.
002659     IF CKPT-WAS-RESUMED AND DETAIL-LINE-COUNT > ZERO
002660         PERFORM 1510-RELOAD-DETAIL THRU 1510-EXIT
002661     END-IF.
002662     OPEN OUTPUT DETAIL-FILE.
002663     IF NOT DTL-FILE-OK
002664         MOVE 'Y' TO DTL-LOST-SW
002665         GO TO 1500-EXIT
002666     END-IF.
002667     MOVE 'Y' TO DTL-OPEN-SW.
002668     PERFORM 1520-REWRITE-HELD-LINE THRU 1520-EXIT
002669         VARYING DETAIL-SUB FROM 1 BY 1
002670         UNTIL DETAIL-SUB > DETAIL-HOLD-COUNT.
002671 1500-EXIT.
002672     EXIT.
002673*
002674 1510-RELOAD-DETAIL.
002675     IF DETAIL-LINE-COUNT > 50
002676         PERFORM 1530-RESTART-COLD THRU 1530-EXIT
002677         GO TO 1510-EXIT
002678     END-IF.
002679     OPEN INPUT DETAIL-FILE.
002680     IF NOT DTL-FILE-OK
002681         PERFORM 1530-RESTART-COLD THRU 1530-EXIT
002682         GO TO 1510-EXIT
002683     END-IF.
002684     MOVE 'N' TO DTL-EOF-SW.
002685     PERFORM 1515-READ-HELD-LINE THRU 1515-EXIT
002686         UNTIL DETAIL-EOF
002687             OR DETAIL-HOLD-COUNT = DETAIL-LINE-COUNT.
002688     CLOSE DETAIL-FILE.
002689     IF DETAIL-HOLD-COUNT < DETAIL-LINE-COUNT
002690         PERFORM 1530-RESTART-COLD THRU 1530-EXIT
002691     END-IF.
002692 1510-EXIT.
002693     EXIT.
002694*
002695 1515-READ-HELD-LINE.
002696     READ DETAIL-FILE
002697         AT END
002698             MOVE 'Y' TO DTL-EOF-SW
002699             GO TO 1515-EXIT
002700     END-READ.
002701     ADD 1 TO DETAIL-HOLD-COUNT.
002702     MOVE DETAIL-FILE-RECORD
002703             TO DETAIL-HOLD-LINE(DETAIL-HOLD-COUNT).
002704 1515-EXIT.
002705     EXIT.
002706*
002707 1520-REWRITE-HELD-LINE.
002708     MOVE DETAIL-HOLD-LINE(DETAIL-SUB) TO DETAIL-FILE-RECORD.
002709     WRITE DETAIL-FILE-RECORD.
002710 1520-EXIT.
002711     EXIT.
002712*
002713 1530-RESTART-COLD.
002714     MOVE TARGET-NUMBER TO N-REMAINING.
002715     MOVE 2 TO TRIAL-DIVISOR.
002716     MOVE ZERO TO LARGEST-FACTOR.
002717     MOVE ZERO TO FACTOR-MULT.
002718     MOVE ZERO TO DETAIL-LINE-COUNT.
002719     MOVE ZERO TO DETAIL-HOLD-COUNT.
002720     MOVE 'N' TO CKPT-RESUMED-SW.
002721     MOVE 'Y' TO DTL-COLD-SW.
002722 1530-EXIT.
002723     EXIT.
002724*
002725******************************************************************
002726* 2000-PROCESS-FACTOR - one pass of the trial-division loop,
002727* performed out-of-line until the remaining quotient reaches 1.
002728* Each time the trial divisor divides cleanly it is recorded as
002729* the largest factor so far and divided out; once the divisor
002730* squared passes the remaining quotient, that quotient is itself
002731* prime and becomes the answer.  A factor's detail line goes out
002732* once it is fully divided out - when the divisor moves on or the
002733* quotient reaches 1.
002734******************************************************************
002735 2000-PROCESS-FACTOR.
002740     IF FUNCTION MOD(N-REMAINING, TRIAL-DIVISOR) = 0
002750         MOVE TRIAL-DIVISOR TO LARGEST-FACTOR
002760         COMPUTE N-REMAINING = N-REMAINING / TRIAL-DIVISOR
002761         ADD 1 TO FACTOR-MULT
002762         IF N-REMAINING = 1
002763             MOVE TRIAL-DIVISOR TO DETAIL-FACTOR
002764             PERFORM 2100-WRITE-FACTOR-DETAIL THRU 2100-EXIT
002765         END-IF
002770     ELSE
002772         IF FACTOR-MULT > ZERO
002774             MOVE TRIAL-DIVISOR TO DETAIL-FACTOR
002776             PERFORM 2100-WRITE-FACTOR-DETAIL THRU 2100-EXIT
002778         END-IF
002780         IF TRIAL-DIVISOR = 2
002790             ADD 1 TO TRIAL-DIVISOR
002800         ELSE
002830         COMPUTE TRIAL-SQUARE = TRIAL-DIVISOR * TRIAL-DIVISOR
002840         IF TRIAL-SQUARE > N-REMAINING
002850             MOVE N-REMAINING TO LARGEST-FACTOR
002855             MOVE N-REMAINING TO DETAIL-FACTOR
002860             MOVE 1 TO N-REMAINING
002863             MOVE 1 TO FACTOR-MULT
002866             PERFORM 2100-WRITE-FACTOR-DETAIL THRU 2100-EXIT
002870         END-IF
002880     END-IF.
002890     ADD 1 TO ITERATION-COUNT.
002950     EXIT.
002960*
002970******************************************************************
002971* 2100-WRITE-FACTOR-DETAIL - one prime factor, how many times it
002972* divided the target and the quotient left after it.
002973******************************************************************
002974 2100-WRITE-FACTOR-DETAIL.
002975     IF DETAIL-FILE-OPEN
002976         ADD 1 TO DETAIL-LINE-COUNT
002977         MOVE TARGET-NUMBER TO DTL-TARGET
002978         MOVE DETAIL-LINE-COUNT TO DTL-SEQ
002979         MOVE DETAIL-FACTOR TO DTL-FACTOR
002980         MOVE FACTOR-MULT TO DTL-MULTIPLICITY
002981         MOVE N-REMAINING TO DTL-QUOTIENT
002982         WRITE DETAIL-FILE-RECORD
002983     END-IF.
002984     MOVE ZERO TO FACTOR-MULT.
002985 2100-EXIT.
002986     EXIT.
002987*
002988******************************************************************
002989* 3000-FINALIZE - report, audit, reconciliation history,
002990* checkpoint disposition and file close-out.
003000******************************************************************
003010 3000-FINALIZE.
003030         PERFORM 3900-WRITE-ABEND-REPORT THRU 3900-EXIT
003040         PERFORM 3250-WRITE-ABEND-AUDIT-RECORD THRU 3250-EXIT
003050     ELSE
003052         IF DETAIL-FILE-OPEN
003054             CLOSE DETAIL-FILE
003056             MOVE 'N' TO DTL-OPEN-SW
003058         END-IF
003060         PERFORM 3100-WRITE-REPORT THRU 3100-EXIT
003062         IF DETAIL-WANTED AND NOT NO-PRIME-FACTOR
003064             PERFORM 3150-WRITE-DETAIL-SECTION THRU 3150-EXIT
003066         END-IF
003070         PERFORM 3200-WRITE-AUDIT-RECORD THRU 3200-EXIT
003071         PERFORM 3600-WRITE-STAT-RECORD THRU 3600-EXIT
003080         IF NOT NO-PRIME-FACTOR
003140     IF JOB-ABEND OR NO-PRIME-FACTOR
003150         MOVE 16 TO RETURN-CODE
003160     ELSE
003170         IF CERTIFICATION-FAILED
003172             MOVE 8 TO RETURN-CODE
003174         ELSE
003176             MOVE 0 TO RETURN-CODE
003178         END-IF
003180     END-IF.
003190 3000-EXIT.
003200     EXIT.
003830         END-STRING
003840         WRITE REPORT-FILE-LINE
003850     END-IF.
003852
003854     IF CERT-ANSWER-FOUND AND NOT NO-PRIME-FACTOR
003856         PERFORM 6100-CHECK-CERTIFIED-ANSWER THRU 6100-EXIT
003858     END-IF.
003860 3100-EXIT.
003861     EXIT.
003862*
003863******************************************************************
003864* 3150-WRITE-DETAIL-SECTION - list EUL3DTL on the report, so the
003865* factorization behind the answer travels with it.
003866******************************************************************
003867 3150-WRITE-DETAIL-SECTION.
003868     MOVE SPACES TO REPORT-FILE-LINE.
003869     STRING "DETAIL - PRIME FACTORIZATION OF " DELIMITED BY SIZE
003870             TARGET-NUMBER DELIMITED BY SIZE
003871             INTO REPORT-FILE-LINE
003872     END-STRING.
003873     WRITE REPORT-FILE-LINE.
003874     IF DETAIL-COLD-START
003875         MOVE SPACES TO REPORT-FILE-LINE
003876         STRING "NOTE: CHECKPOINT HELD NO USABLE DETAIL - RUN "
003877                 DELIMITED BY SIZE
003878                 "STARTED AGAIN FROM DIVISOR 2" DELIMITED BY SIZE
003879                 INTO REPORT-FILE-LINE
003880         END-STRING
003881         WRITE REPORT-FILE-LINE
003882     END-IF.
003883     IF DETAIL-LOST
003884         GO TO 3150-LOST
003885     END-IF.
003886     OPEN INPUT DETAIL-FILE.
003887     IF NOT DTL-FILE-OK
003888         GO TO 3150-LOST
003889     END-IF.
003890     MOVE SPACES TO REPORT-FILE-LINE.
003891     STRING "    SEQ      FACTOR  MULT    QUOTIENT"
003892             DELIMITED BY SIZE
003893             INTO REPORT-FILE-LINE
003894     END-STRING.
003895     WRITE REPORT-FILE-LINE.
003896     MOVE 'N' TO DTL-EOF-SW.
003897     PERFORM 3160-WRITE-DETAIL-LINE THRU 3160-EXIT
003898         UNTIL DETAIL-EOF.
003899     CLOSE DETAIL-FILE.
003900     MOVE DETAIL-LINE-COUNT TO DETAIL-SEQ-DISPLAY.
003901     MOVE SPACES TO REPORT-FILE-LINE.
003902     STRING "DETAIL LINES: " DELIMITED BY SIZE
003903             DETAIL-SEQ-DISPLAY DELIMITED BY SIZE
003904             INTO REPORT-FILE-LINE
003905     END-STRING.
003906     WRITE REPORT-FILE-LINE.
003907     GO TO 3150-EXIT.
003908 3150-LOST.
003909     MOVE SPACES TO REPORT-FILE-LINE.
003910     STRING "*** DETAIL FILE EUL3DTL NOT AVAILABLE - NO DETAIL"
003911             DELIMITED BY SIZE
003912             " LISTED ***" DELIMITED BY SIZE
003913             INTO REPORT-FILE-LINE
003914     END-STRING.
003915     WRITE REPORT-FILE-LINE.
003916 3150-EXIT.
003917     EXIT.
003918*
003919 3160-WRITE-DETAIL-LINE.
003920     READ DETAIL-FILE
003921         AT END
003922             MOVE 'Y' TO DTL-EOF-SW
003923             GO TO 3160-EXIT
003924     END-READ.
003925     MOVE DTL-SEQ TO DETAIL-SEQ-DISPLAY.
003926     MOVE DTL-FACTOR TO DETAIL-FACTOR-DISPLAY.
003927     MOVE DTL-MULTIPLICITY TO DETAIL-MULT-DISPLAY.
003928     MOVE DTL-QUOTIENT TO DETAIL-QUOTIENT-DISPLAY.
003929     MOVE SPACES TO REPORT-FILE-LINE.
003930     STRING "  " DELIMITED BY SIZE
003931             DETAIL-SEQ-DISPLAY DELIMITED BY SIZE
003932             "  " DELIMITED BY SIZE
003933             DETAIL-FACTOR-DISPLAY DELIMITED BY SIZE
003934             "    " DELIMITED BY SIZE
003935             DETAIL-MULT-DISPLAY DELIMITED BY SIZE
003936             "  " DELIMITED BY SIZE
003937             DETAIL-QUOTIENT-DISPLAY DELIMITED BY SIZE
003938             INTO REPORT-FILE-LINE
003939     END-STRING.
003940     WRITE REPORT-FILE-LINE.
003941 3160-EXIT.
003942     EXIT.
003943*
003944 3200-WRITE-AUDIT-RECORD.
003945     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
003946     ACCEPT TODAY-TIME FROM TIME.
003947     MOVE SPACES TO REPORT-TIMESTAMP.
003948     STRING TODAY-DATE DELIMITED BY SIZE
003949             "-" DELIMITED BY SIZE
003950             TODAY-TIME DELIMITED BY SIZE
003960             INTO REPORT-TIMESTAMP
003970     END-STRING.
004130             MOVE "SUCCESS" TO AUD-STATUS
004140         END-IF
004150     END-IF.
004152     IF CERTIFICATION-FAILED
004154         MOVE "CERTFAIL" TO AUD-STATUS
004156     END-IF.
004160     WRITE EULER-AUDIT-RECORD.
004170 3200-EXIT.
004180     EXIT.
004580     ELSE
004590         MOVE "SUCCESS" TO HIST-STATUS
004600     END-IF.
004602     IF CERTIFICATION-FAILED
004604         MOVE "CERTFAIL" TO HIST-STATUS
004606     END-IF.
004610     WRITE EULER-HISTORY-RECORD
004620         INVALID KEY
004630             REWRITE EULER-HISTORY-RECORD
004720     MOVE LARGEST-FACTOR TO CKPT-LARGEST-FACTOR.
004730     MOVE TARGET-NUMBER TO CKPT-TARGET.
004740     MOVE 'Y' TO CKPT-COMPLETE-SW.
004741     MOVE FACTOR-MULT TO CKPT-FACTOR-MULT.
004742     MOVE DETAIL-SW TO CKPT-DETAIL-SW.
004743     MOVE DETAIL-LINE-COUNT TO CKPT-DETAIL-COUNT.
004744     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
004745     ACCEPT TODAY-TIME FROM TIME.
004746     MOVE TODAY-DATE TO CKPT-WRITE-DATE.
004748     MOVE TODAY-TIME TO CKPT-WRITE-TIME.
004750     WRITE CHECKPOINT-FILE-RECORD.
004889     MOVE ELAPSED-SECS TO STAT-ELAPSED-SECS.
004890     MOVE TARGET-NUMBER TO STAT-LIMIT.
004891     MOVE FACTOR-STEPS TO STAT-ITERATIONS.
004892     MOVE "SUCCESS" TO STAT-STATUS.
004893     EVALUATE TRUE
004894         WHEN NO-PRIME-FACTOR
004895             MOVE "FAILED" TO STAT-STATUS
004896         WHEN CERTIFICATION-FAILED
004897             MOVE "CERTFAIL" TO STAT-STATUS
004898         WHEN RESULT-DISCREPANCY
004899             MOVE "DISCREP" TO STAT-STATUS
004900     END-EVALUATE.
004901     WRITE EULER-STAT-RECORD.
004902     CLOSE STAT-FILE.
004903 3600-EXIT.
005040******************************************************************
005050* 5000-WRITE-CHECKPOINT - refresh the in-progress checkpoint so
005060* a later run of this job can resume from here instead of
005065* starting the trial division over from divisor 2.  EUL3DTL is
005070* closed across the write so every detail line the checkpoint
005075* counts is on file before the checkpoint says so.
005080******************************************************************
005090 5000-WRITE-CHECKPOINT.
005092     IF DETAIL-FILE-OPEN
005094         CLOSE DETAIL-FILE
005096     END-IF.
005100     OPEN OUTPUT CHECKPOINT-FILE.
005110     MOVE N-REMAINING TO CKPT-N-REMAINING.
005120     MOVE TRIAL-DIVISOR TO CKPT-TRIAL-DIVISOR.
005130     MOVE LARGEST-FACTOR TO CKPT-LARGEST-FACTOR.
005140     MOVE TARGET-NUMBER TO CKPT-TARGET.
005150     MOVE 'N' TO CKPT-COMPLETE-SW.
005151     MOVE FACTOR-MULT TO CKPT-FACTOR-MULT.
005152     MOVE DETAIL-SW TO CKPT-DETAIL-SW.
005153     MOVE DETAIL-LINE-COUNT TO CKPT-DETAIL-COUNT.
005154     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
005155     ACCEPT TODAY-TIME FROM TIME.
005156     MOVE TODAY-DATE TO CKPT-WRITE-DATE.
005158     MOVE TODAY-TIME TO CKPT-WRITE-TIME.
005160     WRITE CHECKPOINT-FILE-RECORD.
005170     CLOSE CHECKPOINT-FILE.
005171     IF DETAIL-FILE-OPEN
005172         OPEN EXTEND DETAIL-FILE
005173         IF NOT DTL-FILE-OK
005174             MOVE 'N' TO DTL-OPEN-SW
005175             MOVE 'Y' TO DTL-LOST-SW
005176         END-IF
005177     END-IF.
005180 5000-EXIT.
005190     EXIT.
005210*
005220******************************************************************
005230* 6000-FIND-CERTIFIED-ANSWER - look up the certified reference
005240* answer for this program and parameter key on EULREFS.  Only an
005250* APPROVED entry is used; a proposed, rejected or revoked entry,
005260* or no EULREFS at all, leaves the run reconciled against history
005270* alone.
005280******************************************************************
005290 6000-FIND-CERTIFIED-ANSWER.
005300     MOVE 'N' TO CERT-FOUND-SW.
005310     MOVE 'N' TO CERTFAIL-SW.
005320     OPEN INPUT REFERENCE-FILE.
005330     IF NOT REF-FILE-OK
005340         GO TO 6000-EXIT
005350     END-IF.
005360     MOVE "EULER-THR" TO REF-PROGRAM-ID.
005370     MOVE HISTORY-KEY TO REF-PARM-KEY.
005380     READ REFERENCE-FILE
005390         INVALID KEY
005400             MOVE SPACES TO REF-STATE
005410     END-READ.
005420     IF REF-FILE-OK AND REF-APPROVED
005430         MOVE 'Y' TO CERT-FOUND-SW
005440         MOVE REF-CERT-NUMBER TO CERT-NUMBER
005450         MOVE REF-ANSWER TO CERT-ANSWER
005460         MOVE REF-METHOD TO CERT-METHOD
005470         MOVE REF-CERTIFIED-BY TO CERT-BY
005480         MOVE REF-CERTIFIED-DATE TO CERT-DATE
005490     END-IF.
005500     CLOSE REFERENCE-FILE.
005510 6000-EXIT.
005520     EXIT.
005530*
005540******************************************************************
005550* 6100-CHECK-CERTIFIED-ANSWER - compare tonight's result with the
005560* certified answer and report the outcome.  A mismatch fails
005570* certification whatever history says, since a wrong answer
005580* posted once would otherwise reconcile cleanly every night after.
005590******************************************************************
005600 6100-CHECK-CERTIFIED-ANSWER.
005610     IF LARGEST-FACTOR NOT = CERT-ANSWER
005620         MOVE 'Y' TO CERTFAIL-SW
005630         MOVE SPACES TO REPORT-FILE-LINE
005640         STRING "*** CERTFAIL - CERTIFIED ANSWER IS "
005650                 DELIMITED BY SIZE
005660                 CERT-ANSWER DELIMITED BY SIZE
005670                 " - RESULT DIFFERS ***" DELIMITED BY SIZE
005680                 INTO REPORT-FILE-LINE
005690         END-STRING
005700     ELSE
005710         MOVE SPACES TO REPORT-FILE-LINE
005720         STRING "RESULT AGREES WITH CERTIFIED ANSWER"
005730                 DELIMITED BY SIZE INTO REPORT-FILE-LINE
005740         END-STRING
005750     END-IF.
005760     WRITE REPORT-FILE-LINE.
005770     MOVE SPACES TO REPORT-FILE-LINE.
005780     STRING "CERTIFICATE " DELIMITED BY SIZE
005790             CERT-NUMBER DELIMITED BY SIZE
005800             " BY " DELIMITED BY SIZE
005810             CERT-BY DELIMITED BY SIZE
005820             " ON " DELIMITED BY SIZE
005830             CERT-DATE DELIMITED BY SIZE
005840             " METHOD " DELIMITED BY SIZE
005850             CERT-METHOD DELIMITED BY SIZE
005860             INTO REPORT-FILE-LINE
005870     END-STRING.
005880     WRITE REPORT-FILE-LINE.
005890 6100-EXIT.
005900     EXIT.
005910 END PROGRAM EULER-THREE.

000329*   03/09/2026 LC  Stamped EUL2CKPT with the date and time each
000330*                  checkpoint is written so EULER-CKPUTL can
000331*                  report how fresh an in-flight checkpoint is.
000332*   15/10/2026 LC  Detail output - with CTL-DETAIL-SW set, each
000333*                  even term summed is written to EUL2DTL with
000334*                  its index and the running total, and listed in
000335*                  a detail section on EUL2RPT.  EUL2CKPT carries
000336*                  the detail lines written, so a resumed run
000337*                  keeps exactly the lines from before its
000338*                  checkpoint and writes the rest once.
000339*   15/10/2026 LC  Added a check against the certified reference
000340*                  answer on EULREFS.  When an approved entry for
000341*                  this parameter key does not match tonight's
000342*                  result the run posts CERTFAIL to EULAUDIT,
000343*                  EULRHIST and EULSTATS and ends RC 8, so a wrong
000344*                  answer already in history can no longer
000345*                  reconcile cleanly night after night.
000346******************************************************************
000347 IDENTIFICATION DIVISION.
000348 PROGRAM-ID. EULER-TWO.
000349 AUTHOR. LUKE CAPTAIN.
000350 DATE-WRITTEN. 25/01/2019.
000360 DATE-COMPILED.
000370*
000530     SELECT CHECKPOINT-FILE ASSIGN TO "EUL2CKPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CKPT-FILE-STATUS.
000552
000553     SELECT REFERENCE-FILE ASSIGN TO "EULREFS"
000554         ORGANIZATION IS INDEXED
000555         ACCESS MODE IS RANDOM
000556         RECORD KEY IS REF-KEY
000557         FILE STATUS IS REF-FILE-STATUS.
000560
000570     SELECT HISTORY-FILE ASSIGN TO "EULRHIST"
000580         ORGANIZATION IS INDEXED
000592     SELECT STAT-FILE ASSIGN TO "EULSTATS"
000593         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS STT-FILE-STATUS.
000595
000596     SELECT DETAIL-FILE ASSIGN TO "EUL2DTL"
000597         ORGANIZATION IS LINE SEQUENTIAL
000598         FILE STATUS IS DTL-FILE-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000870         88  CKPT-RUN-IN-PROGRESS      VALUE 'N'.
000872     05  CKPT-WRITE-DATE         PIC 9(08).
000874     05  CKPT-WRITE-TIME         PIC 9(08).
000876     05  CKPT-DETAIL-SW          PIC X(01).
000878     05  CKPT-DETAIL-COUNT       PIC 9(05).
000880
000890 FD  HISTORY-FILE
000900     LABEL RECORDS ARE STANDARD.
000912 FD  STAT-FILE
000913     LABEL RECORDS ARE STANDARD.
000914     COPY EULSTT.
000916
000918*    One line per even term summed, in index order.
000920 FD  DETAIL-FILE
000922     LABEL RECORDS ARE STANDARD.
000924 01  DETAIL-FILE-RECORD.
000926     05  DTL-CEILING             PIC 9(10).
000928     05  DTL-INDEX               PIC 9(10).
000930     05  DTL-TERM                PIC 9(07).
000932     05  DTL-RUNNING-TOTAL       PIC 9(07).
000933
000934 FD  REFERENCE-FILE
000935     LABEL RECORDS ARE STANDARD.
000936     COPY EULREF.
000940*
000950 WORKING-STORAGE SECTION.
000960 01  I                           PIC 9(10).
001090 01  AUDIT-PARM-TEXT             PIC X(40).
001100 01  HISTORY-KEY                 PIC X(10).
001110 01  PRIOR-RESULT                PIC 9(15).
001111 01  DETAIL-LINE-COUNT           PIC 9(05) VALUE ZERO.
001112 01  DETAIL-SUB                  PIC S9(04) COMP.
001113 01  DETAIL-COUNT-DISPLAY        PIC Z(04)9.
001114 01  DETAIL-INDEX-DISPLAY        PIC Z(09)9.
001115 01  DETAIL-TERM-DISPLAY         PIC Z(06)9.
001116 01  DETAIL-TOTAL-DISPLAY        PIC Z(06)9.
001117
001118*    The detail lines a resumed run keeps, held across the
001119*    rewrite of EUL2DTL.  A seven-digit total leaves room for
001120*    no more than a dozen even terms.
001121 01  DETAIL-HOLD-AREA.
001122     05  DETAIL-HOLD-COUNT       PIC 9(03) VALUE ZERO.
001123     05  DETAIL-HOLD-LINE        PIC X(34) OCCURS 50 TIMES.
001124
001130 01  EULER-TWO-SWITCHES.
001140     05  ABEND-SW                PIC X(01) VALUE 'N'.
001150         88  JOB-ABEND                 VALUE 'Y'.
001210         88  HIST-RECORD-FOUND         VALUE 'Y'.
001212     05  HIST-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
001214         88  HIST-SCAN-DONE            VALUE 'Y'.
001215     05  CERT-FOUND-SW           PIC X(01) VALUE 'N'.
001216         88  CERT-ANSWER-FOUND         VALUE 'Y'.
001217     05  CERTFAIL-SW             PIC X(01) VALUE 'N'.
001218         88  CERTIFICATION-FAILED      VALUE 'Y'.
001220     05  DISCREPANCY-SW          PIC X(01) VALUE 'N'.
001230         88  RESULT-DISCREPANCY        VALUE 'Y'.
001231     05  DETAIL-SW               PIC X(01) VALUE 'N'.
001232         88  DETAIL-WANTED             VALUE 'Y'.
001233     05  DTL-OPEN-SW             PIC X(01) VALUE 'N'.
001234         88  DETAIL-FILE-OPEN          VALUE 'Y'.
001235     05  DTL-LOST-SW             PIC X(01) VALUE 'N'.
001236         88  DETAIL-LOST               VALUE 'Y'.
001237     05  DTL-COLD-SW             PIC X(01) VALUE 'N'.
001238         88  DETAIL-COLD-START         VALUE 'Y'.
001239     05  DTL-EOF-SW              PIC X(01) VALUE 'N'.
001240         88  DETAIL-EOF                VALUE 'Y'.
001241
001250 01  FILE-STATUS-AREA.
001260     05  CTL-FILE-STATUS         PIC X(02).
001270         88  CTL-FILE-OK               VALUE '00'.
001400         88  HIST-FILE-EOF             VALUE '10'.
001401     05  STT-FILE-STATUS         PIC X(02).
001402         88  STT-FILE-OK               VALUE '00'.
001404     05  DTL-FILE-STATUS         PIC X(02).
001406         88  DTL-FILE-OK               VALUE '00'.
001407     05  REF-FILE-STATUS         PIC X(02).
001408         88  REF-FILE-OK               VALUE '00'.
001410*
001420 01  CERTIFIED-ANSWER-AREA.
001425     05  CERT-NUMBER             PIC 9(06).
001430     05  CERT-ANSWER             PIC 9(15).
001435     05  CERT-METHOD             PIC X(08).
001440     05  CERT-BY                 PIC X(08).
001445     05  CERT-DATE               PIC 9(08).
001450*
001480 PROCEDURE DIVISION.
001490******************************************************************
001500* 0000-MAINLINE - overall flow of control for the job.
001654     MOVE 'N' TO HIST-FOUND-SW.
001655     MOVE 'N' TO DISCREPANCY-SW.
001656     MOVE ZERO TO ITERATION-COUNT.
001657     MOVE 'N' TO DETAIL-SW.
001658     MOVE 'N' TO DTL-OPEN-SW.
001659     MOVE 'N' TO DTL-LOST-SW.
001660     MOVE 'N' TO DTL-COLD-SW.
001661     MOVE ZERO TO DETAIL-LINE-COUNT.
001662     ACCEPT START-STAMP-DATE FROM DATE YYYYMMDD.
001663     ACCEPT START-STAMP-TIME FROM TIME.
001664     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
001670     IF NOT JOB-ABEND
001680         PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT
001690     END-IF.
001700     IF NOT JOB-ABEND
001710         PERFORM 1300-FIND-PRIOR-RESULT THRU 1300-EXIT
001715         PERFORM 6000-FIND-CERTIFIED-ANSWER THRU 6000-EXIT
001720         PERFORM 1400-CHECK-CHECKPOINT THRU 1400-EXIT
001722     END-IF.
001724     IF NOT JOB-ABEND AND DETAIL-WANTED
001726         PERFORM 1500-OPEN-DETAIL-FILE THRU 1500-EXIT
001730     END-IF.
001740 1000-EXIT.
001750     EXIT.
001960     IF NOT JOB-ABEND
001970         MOVE CTL-RUN-DATE TO RUN-DATE-PARM
001980         MOVE CTL-LIMIT TO UPPER-LIMIT
001982         IF CTL-DETAIL-WANTED
001984             MOVE 'Y' TO DETAIL-SW
001986         END-IF
001990     END-IF.
002000 1200-EXIT.
002010     EXIT.
002501******************************************************************
002502* 1400-CHECK-CHECKPOINT - resume the Fibonacci recurrence from
002503* EUL2CKPT when an in-progress checkpoint exists for the same
002504* ceiling.  A run that wants detail cannot resume from a
002505* checkpoint taken without it - the terms summed before it were
002506* never written - so it starts over instead.
002507******************************************************************
002508 1400-CHECK-CHECKPOINT.
002509     MOVE ZERO TO I.
002510     MOVE ZERO TO MOD-TOTAL.
002511     MOVE ZERO TO TOTAL.
002512     MOVE ZERO TO LARGEST-TERM.
002513     COMPUTE FIB-THREE = 2.
002514     COMPUTE FIB-SIX = 0.
002515     OPEN INPUT CHECKPOINT-FILE.
002520     IF CKPT-FILE-OK
002530         READ CHECKPOINT-FILE
002540             AT END
002560             NOT AT END
002570                 IF CKPT-RUN-IN-PROGRESS
002580                     AND CKPT-UPPER-LIMIT = UPPER-LIMIT
002581                     AND DETAIL-WANTED
002582                     AND CKPT-DETAIL-SW NOT = 'Y'
002583                     MOVE 'Y' TO DTL-COLD-SW
002584                 END-IF
002585                 IF CKPT-RUN-IN-PROGRESS
002586                     AND CKPT-UPPER-LIMIT = UPPER-LIMIT
002587                     AND NOT DETAIL-COLD-START
002590                     MOVE CKPT-I TO I
002600                     MOVE CKPT-MOD-TOTAL TO MOD-TOTAL
002610                     MOVE CKPT-TOTAL TO TOTAL
002620                     MOVE CKPT-FIB-THREE TO FIB-THREE
002630                     MOVE CKPT-FIB-SIX TO FIB-SIX
002640                     MOVE CKPT-LARGEST-TERM TO LARGEST-TERM
002642                     IF CKPT-DETAIL-COUNT IS NUMERIC
002644                         MOVE CKPT-DETAIL-COUNT
002646                             TO DETAIL-LINE-COUNT
002648                     END-IF
002650                     MOVE 'Y' TO CKPT-RESUMED-SW
002660                 END-IF
002670         END-READ
002710     EXIT.
002720*
002730******************************************************************
002731* 1500-OPEN-DETAIL-FILE - start EUL2DTL afresh.  A resumed run
002732* first takes back the lines its checkpoint counted - anything
002733* written after that checkpoint is written again by the resumed
002734* loop - and a file that cannot give them all back sends the run
002735* back to the first term rather than leave a gap in the detail.
002736******************************************************************
002737 1500-OPEN-DETAIL-FILE.
002738     MOVE ZERO TO DETAIL-HOLD-COUNT.
002739     IF CKPT-WAS-RESUMED AND DETAIL-LINE-COUNT > ZERO
002740         PERFORM 1510-RELOAD-DETAIL THRU 1510-EXIT
002741     END-IF.
002742     OPEN OUTPUT DETAIL-FILE.
002743     IF NOT DTL-FILE-OK
002744         MOVE 'Y' TO DTL-LOST-SW
002745         GO TO 1500-EXIT
002746     END-IF.
002747     MOVE 'Y' TO DTL-OPEN-SW.
002748     PERFORM 1520-REWRITE-HELD-LINE THRU 1520-EXIT
002749         VARYING DETAIL-SUB FROM 1 BY 1
002750         UNTIL DETAIL-SUB > DETAIL-HOLD-COUNT.
002751 1500-EXIT.
002752     EXIT.
002753*
002754 1510-RELOAD-DETAIL.
002755     IF DETAIL-LINE-COUNT > 50
002756         PERFORM 1530-RESTART-COLD THRU 1530-EXIT
002757         GO TO 1510-EXIT
002758     END-IF.
002759     OPEN INPUT DETAIL-FILE.
002760     IF NOT DTL-FILE-OK
002761         PERFORM 1530-RESTART-COLD THRU 1530-EXIT
002762         GO TO 1510-EXIT
002763     END-IF.
002764     MOVE 'N' TO DTL-EOF-SW.
002765     PERFORM 1515-READ-HELD-LINE THRU 1515-EXIT
002766         UNTIL DETAIL-EOF
002767             OR DETAIL-HOLD-COUNT = DETAIL-LINE-COUNT.
002768     CLOSE DETAIL-FILE.
002769     IF DETAIL-HOLD-COUNT < DETAIL-LINE-COUNT
002770         PERFORM 1530-RESTART-COLD THRU 1530-EXIT
002771     END-IF.
002772 1510-EXIT.
002773     EXIT.
002774*
002775 1515-READ-HELD-LINE.
002776     READ DETAIL-FILE
002777         AT END
002778             MOVE 'Y' TO DTL-EOF-SW
002779             GO TO 1515-EXIT
002780     END-READ.
002781     ADD 1 TO DETAIL-HOLD-COUNT.
002782     MOVE DETAIL-FILE-RECORD
002783         TO DETAIL-HOLD-LINE(DETAIL-HOLD-COUNT).
002784 1515-EXIT.
002785     EXIT.
002786*
002787 1520-REWRITE-HELD-LINE.
002788     MOVE DETAIL-HOLD-LINE(DETAIL-SUB) TO DETAIL-FILE-RECORD.
002789     WRITE DETAIL-FILE-RECORD.
002790 1520-EXIT.
002791     EXIT.
002792*
002793 1530-RESTART-COLD.
002794     MOVE ZERO TO I.
002795     MOVE ZERO TO MOD-TOTAL.
002796     MOVE ZERO TO TOTAL.
002797     MOVE ZERO TO LARGEST-TERM.
002798     COMPUTE FIB-THREE = 2.
002799     COMPUTE FIB-SIX = 0.
002800     MOVE ZERO TO DETAIL-LINE-COUNT.
002801     MOVE ZERO TO DETAIL-HOLD-COUNT.
002802     MOVE 'N' TO CKPT-RESUMED-SW.
002803     MOVE 'Y' TO DTL-COLD-SW.
002804 1530-EXIT.
002805     EXIT.
002806*
002807******************************************************************
002808* 2000-PROCESS-TERM - one pass of the even-Fibonacci recurrence,
002809* performed out-of-line until MOD-TOTAL reaches the ceiling.
002810* Each term that is added goes out as a detail line.
002811******************************************************************
002812 2000-PROCESS-TERM.
002813     IF MOD-TOTAL > 0
002814         PERFORM 2100-VALIDATE-AND-ADD THRU 2100-EXIT
002815         ADD 1 TO I
002816         MOVE MOD-TOTAL TO LARGEST-TERM
002817         IF NOT TOTAL-OVERFLOWED
002818             PERFORM 2200-WRITE-TERM-DETAIL THRU 2200-EXIT
002819         END-IF
002820     END-IF.
002830     IF NOT TOTAL-OVERFLOWED
002840         COMPUTE MOD-TOTAL = 4 * FIB-THREE + FIB-SIX
003030     EXIT.
003040*
003050******************************************************************
003051* 2200-WRITE-TERM-DETAIL - one even term, its index in the even
003052* series and the running total once it is added.
003053******************************************************************
003054 2200-WRITE-TERM-DETAIL.
003055     IF DETAIL-FILE-OPEN
003056         ADD 1 TO DETAIL-LINE-COUNT
003057         MOVE UPPER-LIMIT TO DTL-CEILING
003058         MOVE I TO DTL-INDEX
003059         MOVE MOD-TOTAL TO DTL-TERM
003060         MOVE TOTAL TO DTL-RUNNING-TOTAL
003061         WRITE DETAIL-FILE-RECORD
003062     END-IF.
003063 2200-EXIT.
003064     EXIT.
003065*
003066******************************************************************
003067* 3000-FINALIZE - report, audit, reconciliation history,
003070* checkpoint disposition and file close-out.
003080******************************************************************
003090 3000-FINALIZE.
003110         PERFORM 3900-WRITE-ABEND-REPORT THRU 3900-EXIT
003115         PERFORM 3250-WRITE-ABEND-AUDIT-RECORD THRU 3250-EXIT
003120     ELSE
003122         IF DETAIL-FILE-OPEN
003124             CLOSE DETAIL-FILE
003126             MOVE 'N' TO DTL-OPEN-SW
003128         END-IF
003130         PERFORM 3100-WRITE-REPORT THRU 3100-EXIT
003132         IF DETAIL-WANTED
003134             PERFORM 3150-WRITE-DETAIL-SECTION THRU 3150-EXIT
003136         END-IF
003140         PERFORM 3200-WRITE-AUDIT-RECORD THRU 3200-EXIT
003141         PERFORM 3600-WRITE-STAT-RECORD THRU 3600-EXIT
003145         IF NOT TOTAL-OVERFLOWED
003190     IF JOB-ABEND OR TOTAL-OVERFLOWED
003200         MOVE 16 TO RETURN-CODE
003210     ELSE
003220         IF CERTIFICATION-FAILED
003222             MOVE 8 TO RETURN-CODE
003224         ELSE
003226             MOVE 0 TO RETURN-CODE
003228         END-IF
003230     END-IF.
003240 3000-EXIT.
003250     EXIT.
003950         END-STRING
003960         WRITE REPORT-FILE-LINE
003970     END-IF.
003972
003974     IF CERT-ANSWER-FOUND AND NOT TOTAL-OVERFLOWED
003976         PERFORM 6100-CHECK-CERTIFIED-ANSWER THRU 6100-EXIT
003978     END-IF.
003980 3100-EXIT.
003981     EXIT.
003982*
003983******************************************************************
003984* 3150-WRITE-DETAIL-SECTION - list EUL2DTL on the report, so the
003985* terms behind the answer travel with it.  An overflowed run
003986* still lists the terms it managed to add.
003987******************************************************************
003988 3150-WRITE-DETAIL-SECTION.
003989     MOVE SPACES TO REPORT-FILE-LINE.
003990     STRING "DETAIL - EVEN FIBONACCI TERMS TO CEILING "
003991             DELIMITED BY SIZE
003992             UPPER-LIMIT DELIMITED BY SIZE
003993             INTO REPORT-FILE-LINE
003994     END-STRING.
003995     WRITE REPORT-FILE-LINE.
003996     IF DETAIL-COLD-START
003997         MOVE SPACES TO REPORT-FILE-LINE
003998         STRING "NOTE: CHECKPOINT HELD NO USABLE DETAIL - RUN "
003999                 DELIMITED BY SIZE
004000                 "STARTED AGAIN FROM THE FIRST TERM"
004001                 DELIMITED BY SIZE
004002                 INTO REPORT-FILE-LINE
004003         END-STRING
004004         WRITE REPORT-FILE-LINE
004005     END-IF.
004006     IF DETAIL-LOST
004007         GO TO 3150-LOST
004008     END-IF.
004009     OPEN INPUT DETAIL-FILE.
004010     IF NOT DTL-FILE-OK
004011         GO TO 3150-LOST
004012     END-IF.
004013     MOVE SPACES TO REPORT-FILE-LINE.
004014     STRING "       INDEX     TERM  RUNNING TOTAL"
004015             DELIMITED BY SIZE
004016             INTO REPORT-FILE-LINE
004017     END-STRING.
004018     WRITE REPORT-FILE-LINE.
004019     MOVE 'N' TO DTL-EOF-SW.
004020     PERFORM 3160-WRITE-DETAIL-LINE THRU 3160-EXIT
004021         UNTIL DETAIL-EOF.
004022     CLOSE DETAIL-FILE.
004023     MOVE DETAIL-LINE-COUNT TO DETAIL-COUNT-DISPLAY.
004024     MOVE SPACES TO REPORT-FILE-LINE.
004025     STRING "DETAIL LINES: " DELIMITED BY SIZE
004026             DETAIL-COUNT-DISPLAY DELIMITED BY SIZE
004027             INTO REPORT-FILE-LINE
004028     END-STRING.
004029     WRITE REPORT-FILE-LINE.
004030     GO TO 3150-EXIT.
004031 3150-LOST.
004032     MOVE SPACES TO REPORT-FILE-LINE.
004033     STRING "*** DETAIL FILE EUL2DTL NOT AVAILABLE - NO DETAIL"
004034             DELIMITED BY SIZE
004035             " LISTED ***" DELIMITED BY SIZE
004036             INTO REPORT-FILE-LINE
004037     END-STRING.
004038     WRITE REPORT-FILE-LINE.
004039 3150-EXIT.
004040     EXIT.
004041*
004042 3160-WRITE-DETAIL-LINE.
004043     READ DETAIL-FILE
004044         AT END
004045             MOVE 'Y' TO DTL-EOF-SW
004046             GO TO 3160-EXIT
004047     END-READ.
004048     MOVE DTL-INDEX TO DETAIL-INDEX-DISPLAY.
004049     MOVE DTL-TERM TO DETAIL-TERM-DISPLAY.
004050     MOVE DTL-RUNNING-TOTAL TO DETAIL-TOTAL-DISPLAY.
004051     MOVE SPACES TO REPORT-FILE-LINE.
004052     STRING "  " DELIMITED BY SIZE
004053             DETAIL-INDEX-DISPLAY DELIMITED BY SIZE
004054             "  " DELIMITED BY SIZE
004055             DETAIL-TERM-DISPLAY DELIMITED BY SIZE
004056             "        " DELIMITED BY SIZE
004057             DETAIL-TOTAL-DISPLAY DELIMITED BY SIZE
004058             INTO REPORT-FILE-LINE
004059     END-STRING.
004060     WRITE REPORT-FILE-LINE.
004061 3160-EXIT.
004062     EXIT.
004063*
004064 3200-WRITE-AUDIT-RECORD.
004065     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
004066     ACCEPT TODAY-TIME FROM TIME.
004067     MOVE SPACES TO REPORT-TIMESTAMP.
004068     STRING TODAY-DATE DELIMITED BY SIZE
004069             "-" DELIMITED BY SIZE
004070             TODAY-TIME DELIMITED BY SIZE
004080             INTO REPORT-TIMESTAMP
004090     END-STRING.
004270             MOVE "SUCCESS" TO AUD-STATUS
004280         END-IF
004290     END-IF.
004292     IF CERTIFICATION-FAILED
004294         MOVE "CERTFAIL" TO AUD-STATUS
004296     END-IF.
004300     WRITE EULER-AUDIT-RECORD.
004310 3200-EXIT.
004320     EXIT.
004500     ELSE
004510         MOVE "SUCCESS" TO HIST-STATUS
004520     END-IF.
004522     IF CERTIFICATION-FAILED
004524         MOVE "CERTFAIL" TO HIST-STATUS
004526     END-IF.
004530     WRITE EULER-HISTORY-RECORD
004540         INVALID KEY
004550             REWRITE EULER-HISTORY-RECORD
004670     MOVE LARGEST-TERM TO CKPT-LARGEST-TERM.
004680     MOVE UPPER-LIMIT TO CKPT-UPPER-LIMIT.
004690     MOVE 'Y' TO CKPT-COMPLETE-SW.
004691     MOVE DETAIL-SW TO CKPT-DETAIL-SW.
004692     MOVE DETAIL-LINE-COUNT TO CKPT-DETAIL-COUNT.
004693     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
004694     ACCEPT TODAY-TIME FROM TIME.
004696     MOVE TODAY-DATE TO CKPT-WRITE-DATE.
004698     MOVE TODAY-TIME TO CKPT-WRITE-TIME.
004839     MOVE ELAPSED-SECS TO STAT-ELAPSED-SECS.
004840     MOVE UPPER-LIMIT TO STAT-LIMIT.
004841     MOVE I TO STAT-ITERATIONS.
004842     MOVE "SUCCESS" TO STAT-STATUS.
004843     EVALUATE TRUE
004844         WHEN TOTAL-OVERFLOWED
004845             MOVE "OVERFLOW" TO STAT-STATUS
004846         WHEN CERTIFICATION-FAILED
004847             MOVE "CERTFAIL" TO STAT-STATUS
004848         WHEN RESULT-DISCREPANCY
004849             MOVE "DISCREP" TO STAT-STATUS
004850     END-EVALUATE.
004851     WRITE EULER-STAT-RECORD.
004852     CLOSE STAT-FILE.
004853 3600-EXIT.
004970******************************************************************
004980* 5000-WRITE-CHECKPOINT - refresh the in-progress checkpoint so
004990* a later run of this job can resume from here instead of
004995* I/FIB-THREE = 0.  EUL2DTL is closed across the write so every
005000* detail line the checkpoint counts is on file before the
005005* checkpoint says so.
005010******************************************************************
005020 5000-WRITE-CHECKPOINT.
005022     IF DETAIL-FILE-OPEN
005024         CLOSE DETAIL-FILE
005026     END-IF.
005030     OPEN OUTPUT CHECKPOINT-FILE.
005040     MOVE I TO CKPT-I.
005050     MOVE MOD-TOTAL TO CKPT-MOD-TOTAL.
005090     MOVE LARGEST-TERM TO CKPT-LARGEST-TERM.
005100     MOVE UPPER-LIMIT TO CKPT-UPPER-LIMIT.
005110     MOVE 'N' TO CKPT-COMPLETE-SW.
005111     MOVE DETAIL-SW TO CKPT-DETAIL-SW.
005112     MOVE DETAIL-LINE-COUNT TO CKPT-DETAIL-COUNT.
005113     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
005114     ACCEPT TODAY-TIME FROM TIME.
005116     MOVE TODAY-DATE TO CKPT-WRITE-DATE.
005118     MOVE TODAY-TIME TO CKPT-WRITE-TIME.
005120     WRITE CHECKPOINT-FILE-RECORD.
005130     CLOSE CHECKPOINT-FILE.
005131     IF DETAIL-FILE-OPEN
005132         OPEN EXTEND DETAIL-FILE
005133         IF NOT DTL-FILE-OK
005134             MOVE 'N' TO DTL-OPEN-SW
005135             MOVE 'Y' TO DTL-LOST-SW
005136         END-IF
005137     END-IF.
005140 5000-EXIT.
005150     EXIT.
005170*
005180******************************************************************
005190* 6000-FIND-CERTIFIED-ANSWER - look up the certified reference
005200* answer for this program and parameter key on EULREFS.  Only an
005210* APPROVED entry is used; a proposed, rejected or revoked entry,
005220* or no EULREFS at all, leaves the run reconciled against history
005230* alone.
005240******************************************************************
005250 6000-FIND-CERTIFIED-ANSWER.
005260     MOVE 'N' TO CERT-FOUND-SW.
005270     MOVE 'N' TO CERTFAIL-SW.
005280     OPEN INPUT REFERENCE-FILE.
005290     IF NOT REF-FILE-OK
005300         GO TO 6000-EXIT
005310     END-IF.
005320     MOVE "EULER-TWO" TO REF-PROGRAM-ID.
005330     MOVE HISTORY-KEY TO REF-PARM-KEY.
005340     READ REFERENCE-FILE
005350         INVALID KEY
005360             MOVE SPACES TO REF-STATE
005370     END-READ.
005380     IF REF-FILE-OK AND REF-APPROVED
005390         MOVE 'Y' TO CERT-FOUND-SW
005400         MOVE REF-CERT-NUMBER TO CERT-NUMBER
005410         MOVE REF-ANSWER TO CERT-ANSWER
005420         MOVE REF-METHOD TO CERT-METHOD
005430         MOVE REF-CERTIFIED-BY TO CERT-BY
005440         MOVE REF-CERTIFIED-DATE TO CERT-DATE
005450     END-IF.
005460     CLOSE REFERENCE-FILE.
005470 6000-EXIT.
005480     EXIT.
005490*
005500******************************************************************
005510* 6100-CHECK-CERTIFIED-ANSWER - compare tonight's result with the
005520* certified answer and report the outcome.  A mismatch fails
005530* certification whatever history says, since a wrong answer
005540* posted once would otherwise reconcile cleanly every night after.
005550******************************************************************
005560 6100-CHECK-CERTIFIED-ANSWER.
005570     IF TOTAL NOT = CERT-ANSWER
005580         MOVE 'Y' TO CERTFAIL-SW
005590         MOVE SPACES TO REPORT-FILE-LINE
005600         STRING "*** CERTFAIL - CERTIFIED ANSWER IS "
005610                 DELIMITED BY SIZE
005620                 CERT-ANSWER DELIMITED BY SIZE
005630                 " - RESULT DIFFERS ***" DELIMITED BY SIZE
005640                 INTO REPORT-FILE-LINE
005650         END-STRING
005660     ELSE
005670         MOVE SPACES TO REPORT-FILE-LINE
005680         STRING "RESULT AGREES WITH CERTIFIED ANSWER"
005690                 DELIMITED BY SIZE INTO REPORT-FILE-LINE
005700         END-STRING
005710     END-IF.
005720     WRITE REPORT-FILE-LINE.
005730     MOVE SPACES TO REPORT-FILE-LINE.
005740     STRING "CERTIFICATE " DELIMITED BY SIZE
005750             CERT-NUMBER DELIMITED BY SIZE
005760             " BY " DELIMITED BY SIZE
005770             CERT-BY DELIMITED BY SIZE
005780             " ON " DELIMITED BY SIZE
005790             CERT-DATE DELIMITED BY SIZE
005800             " METHOD " DELIMITED BY SIZE
005810             CERT-METHOD DELIMITED BY SIZE
005820             INTO REPORT-FILE-LINE
005830     END-STRING.
005840     WRITE REPORT-FILE-LINE.
005850 6100-EXIT.
005860     EXIT.
005870 END PROGRAM EULER-TWO.

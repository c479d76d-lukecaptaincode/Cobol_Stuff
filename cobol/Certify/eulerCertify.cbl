000010******************************************************************
000020* Author: Luke Captain
000030* Installation: Batch Support
000040* Date-Written: 15/10/2026
000050* Purpose: Maintenance of EULREFS, the certified reference-answer
000060*          master the compute jobs check their results against.
000070*          Nightly reconciliation only compares a result with the
000080*          previous EULRHIST record for the same key, so a wrong
000090*          answer posted once reconciles cleanly every night
000100*          after it; an answer on EULREFS is certified
000110*          independently of that chain.  Each EULCTRAN
000120*          transaction names the action, the operator and the
000130*          program and parameter key.  PROPOSE walks EULRHIST
000140*          and proposes the answer of every key whose latest
000150*          SUCCESS runs have all agreed for at least the minimum
000160*          run count; ADD proposes an answer certified by some
000170*          other method, which the operator names; APPROVE,
000180*          REJECT and REVOKE decide an entry.  An approval must
000190*          quote the proposed answer and be made by an operator
000200*          other than the proposer, and only an APPROVED entry
000210*          is used by the compute jobs.  Every proposal and
000220*          decision is logged to EULAUDIT with the certificate
000230*          number and operator id as it is made, EULCRPT lists
000240*          each transaction and the file as it stands at the
000250*          end, and the run ends RC 4 when anything was rejected
000260*          or a stable history series disagrees with its entry.
000270* Tectonics: cobc
000280*
000290* Modification History:
000300*   15/10/2026 LC  Initial version.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. EULER-CERTFY.
000340 AUTHOR. LUKE CAPTAIN.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TRANSACTION-FILE ASSIGN TO "EULCTRAN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CTR-FILE-STATUS.
000440
000450     SELECT REFERENCE-FILE ASSIGN TO "EULREFS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS REF-KEY
000490         FILE STATUS IS REF-FILE-STATUS.
000500
000510     SELECT HISTORY-FILE ASSIGN TO "EULRHIST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS HIST-KEY
000550         FILE STATUS IS HIST-FILE-STATUS.
000560
000570     SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS AUD-FILE-STATUS.
000600
000610     SELECT REPORT-FILE ASSIGN TO "EULCRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS RPT-FILE-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  TRANSACTION-FILE
000680     LABEL RECORDS ARE STANDARD.
000690*    The answer is read for ADD and APPROVE, the method and note
000700*    for ADD, and the minimum run count for PROPOSE, where a
000710*    program id limits the walk to that program's series.
000720 01  CERT-TRANSACTION-RECORD.
000730     05  CTR-ACTION              PIC X(08).
000740         88  CTR-PROPOSE               VALUE 'PROPOSE'.
000750         88  CTR-ADD                   VALUE 'ADD'.
000760         88  CTR-APPROVE               VALUE 'APPROVE'.
000770         88  CTR-REJECT                VALUE 'REJECT'.
000780         88  CTR-REVOKE                VALUE 'REVOKE'.
000790     05  CTR-OPERATOR            PIC X(08).
000800     05  CTR-PROGRAM-ID          PIC X(10).
000810     05  CTR-PARM-KEY            PIC X(26).
000820     05  CTR-ANSWER              PIC 9(15).
000830     05  CTR-METHOD              PIC X(08).
000840     05  CTR-METHOD-NOTE         PIC X(30).
000850     05  CTR-MIN-RUNS            PIC 9(02).
000860
000870 FD  REFERENCE-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY EULREF.
000900
000910 FD  HISTORY-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY EULHST.
000940
000950 FD  AUDIT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY EULAUD.
000980
000990 FD  REPORT-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  REPORT-FILE-LINE            PIC X(132).
001020*
001030 WORKING-STORAGE SECTION.
001040 01  TODAY-DATE                  PIC 9(08).
001050 01  TODAY-TIME                  PIC 9(08).
001060 01  REPORT-TIMESTAMP            PIC X(26).
001070 01  AUDIT-PARM-TEXT             PIC X(40).
001080 01  TRANS-READ                  PIC 9(05) VALUE ZERO.
001090 01  TRANS-APPLIED               PIC 9(05) VALUE ZERO.
001100 01  TRANS-REJECTED              PIC 9(05) VALUE ZERO.
001110 01  AUDIT-POSTED                PIC 9(05) VALUE ZERO.
001120 01  SERIES-SCANNED              PIC 9(05) VALUE ZERO.
001130 01  SERIES-STABLE               PIC 9(05) VALUE ZERO.
001140 01  ENTRIES-PROPOSED            PIC 9(05) VALUE ZERO.
001150 01  HISTORY-CONFLICTS           PIC 9(05) VALUE ZERO.
001160 01  UPDATE-FAILURES             PIC 9(05) VALUE ZERO.
001170 01  ENTRIES-LISTED              PIC 9(05) VALUE ZERO.
001180 01  TRANS-SEQ-DISPLAY           PIC 9(04).
001190 01  CERT-REASON-CODE            PIC 9(02) VALUE ZERO.
001200 01  CERT-REASON-TEXT            PIC X(30).
001210 01  PROPOSE-OUTCOME             PIC X(40).
001220 01  MIN-RUNS                    PIC 9(03).
001230 01  LAST-CERT-NUMBER            PIC 9(06) VALUE ZERO.
001240
001250*    The EULRHIST series being walked by PROPOSE: the run count,
001260*    answer and date range of its latest unbroken stretch of
001270*    SUCCESS runs with one answer.
001280 01  SERIES-AREA.
001290     05  SER-PROGRAM-ID          PIC X(10).
001300     05  SER-PARM-KEY            PIC X(26).
001310     05  SER-RUN-COUNT           PIC 9(03).
001320     05  SER-RESULT              PIC 9(15).
001330     05  SER-FIRST-DATE          PIC 9(08).
001340     05  SER-LAST-DATE           PIC 9(08).
001350
001360 01  CERTFY-SWITCHES.
001370     05  ABEND-SW                PIC X(01) VALUE 'N'.
001380         88  JOB-ABEND                 VALUE 'Y'.
001390     05  CTR-EOF-SW              PIC X(01) VALUE 'N'.
001400         88  CTR-EOF                   VALUE 'Y'.
001410     05  CTR-OPEN-SW             PIC X(01) VALUE 'N'.
001420         88  CTR-FILE-OPENED           VALUE 'Y'.
001430     05  REF-OPEN-SW             PIC X(01) VALUE 'N'.
001440         88  REF-FILE-OPENED           VALUE 'Y'.
001450     05  AUD-OPEN-SW             PIC X(01) VALUE 'N'.
001460         88  AUD-FILE-OPENED           VALUE 'Y'.
001470     05  REF-FOUND-SW            PIC X(01) VALUE 'N'.
001480         88  REF-ENTRY-FOUND           VALUE 'Y'.
001490     05  REF-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
001500         88  REF-SCAN-DONE             VALUE 'Y'.
001510     05  HIST-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
001520         88  HIST-SCAN-DONE            VALUE 'Y'.
001530     05  SERIES-ACTIVE-SW        PIC X(01) VALUE 'N'.
001540         88  SERIES-ACTIVE             VALUE 'Y'.
001550     05  UPDATE-FAILED-SW        PIC X(01) VALUE 'N'.
001560         88  REF-UPDATE-FAILED         VALUE 'Y'.
001570
001580 01  FILE-STATUS-AREA.
001590     05  CTR-FILE-STATUS         PIC X(02).
001600         88  CTR-FILE-OK               VALUE '00'.
001610     05  REF-FILE-STATUS         PIC X(02).
001620         88  REF-FILE-OK               VALUE '00'.
001630         88  REF-FILE-NOT-FOUND        VALUE '35'.
001640     05  HIST-FILE-STATUS        PIC X(02).
001650         88  HIST-FILE-OK              VALUE '00'.
001660     05  AUD-FILE-STATUS         PIC X(02).
001670         88  AUD-FILE-OK               VALUE '00'.
001680     05  RPT-FILE-STATUS         PIC X(02).
001690         88  RPT-FILE-OK               VALUE '00'.
001700*
001710 PROCEDURE DIVISION.
001720******************************************************************
001730* 0000-MAINLINE - overall flow of control for the certification
001740* run.
001750******************************************************************
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     IF NOT JOB-ABEND
001790         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001800             UNTIL CTR-EOF
001810         PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
001820         PERFORM 6100-LIST-REFERENCE-FILE THRU 6100-EXIT
001830     END-IF.
001840     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001850     GOBACK.
001860*
001870******************************************************************
001880* 1000-INITIALIZE - open the report, EULREFS and EULAUDIT and find
001890* the last certificate number issued.  No change may be made that
001900* cannot be logged, so an EULAUDIT that will not open aborts the
001910* run.  A missing EULCTRAN means there is nothing to apply - not
001920* an error - and the file is still listed.
001930******************************************************************
001940 1000-INITIALIZE.
001950     OPEN OUTPUT REPORT-FILE.
001960     IF NOT RPT-FILE-OK
001970         MOVE 'Y' TO ABEND-SW
001980         GO TO 1000-EXIT
001990     END-IF.
002000     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
002010     MOVE SPACES TO REPORT-FILE-LINE.
002020     STRING "EULER-CERTFY - CERTIFIED REFERENCE "
002030             DELIMITED BY SIZE
002040             "ANSWER MAINTENANCE" DELIMITED BY SIZE
002050             INTO REPORT-FILE-LINE
002060     END-STRING.
002070     WRITE REPORT-FILE-LINE.
002080     MOVE SPACES TO REPORT-FILE-LINE.
002090     STRING "RUN DATE: " DELIMITED BY SIZE
002100             TODAY-DATE DELIMITED BY SIZE
002110             INTO REPORT-FILE-LINE
002120     END-STRING.
002130     WRITE REPORT-FILE-LINE.
002140     PERFORM 1100-OPEN-REFERENCE-FILE THRU 1100-EXIT.
002150     IF JOB-ABEND
002160         GO TO 1000-EXIT
002170     END-IF.
002180     OPEN EXTEND AUDIT-FILE.
002190     IF NOT AUD-FILE-OK
002200         OPEN OUTPUT AUDIT-FILE
002210     END-IF.
002220     IF NOT AUD-FILE-OK
002230         MOVE 'Y' TO ABEND-SW
002240         MOVE "*** EULAUDIT OPEN FAILED - RUN ABORTED ***"
002250             TO REPORT-FILE-LINE
002260         WRITE REPORT-FILE-LINE
002270         GO TO 1000-EXIT
002280     END-IF.
002290     SET AUD-FILE-OPENED TO TRUE.
002300     PERFORM 1200-FIND-LAST-CERT-NUMBER THRU 1200-EXIT.
002310     OPEN INPUT TRANSACTION-FILE.
002320     IF NOT CTR-FILE-OK
002330         MOVE 'Y' TO CTR-EOF-SW
002340         MOVE "NO TRANSACTION FILE - NOTHING TO DO"
002350             TO REPORT-FILE-LINE
002360         WRITE REPORT-FILE-LINE
002370         GO TO 1000-EXIT
002380     END-IF.
002390     SET CTR-FILE-OPENED TO TRUE.
002400 1000-EXIT.
002410     EXIT.
002420*
002430******************************************************************
002440* 1100-OPEN-REFERENCE-FILE - open EULREFS for update, creating it
002450* empty the first time.
002460******************************************************************
002470 1100-OPEN-REFERENCE-FILE.
002480     OPEN I-O REFERENCE-FILE.
002490     IF REF-FILE-NOT-FOUND
002500         OPEN OUTPUT REFERENCE-FILE
002510         CLOSE REFERENCE-FILE
002520         OPEN I-O REFERENCE-FILE
002530         MOVE "EULREFS NOT FOUND - STARTING AN EMPTY FILE"
002540             TO REPORT-FILE-LINE
002550         WRITE REPORT-FILE-LINE
002560     END-IF.
002570     IF NOT REF-FILE-OK
002580         MOVE 'Y' TO ABEND-SW
002590         MOVE "*** EULREFS OPEN FAILED - RUN ABORTED ***"
002600             TO REPORT-FILE-LINE
002610         WRITE REPORT-FILE-LINE
002620         GO TO 1100-EXIT
002630     END-IF.
002640     SET REF-FILE-OPENED TO TRUE.
002650 1100-EXIT.
002660     EXIT.
002670*
002680 1200-FIND-LAST-CERT-NUMBER.
002690     MOVE ZERO TO LAST-CERT-NUMBER.
002700     MOVE 'N' TO REF-SCAN-DONE-SW.
002710     MOVE LOW-VALUES TO REF-KEY.
002720     START REFERENCE-FILE KEY IS NOT LESS THAN REF-KEY
002730         INVALID KEY
002740             MOVE 'Y' TO REF-SCAN-DONE-SW
002750     END-START.
002760     PERFORM 1210-READ-CERT-NUMBER THRU 1210-EXIT
002770         UNTIL REF-SCAN-DONE.
002780 1200-EXIT.
002790     EXIT.
002800*
002810 1210-READ-CERT-NUMBER.
002820     READ REFERENCE-FILE NEXT RECORD
002830         AT END
002840             MOVE 'Y' TO REF-SCAN-DONE-SW
002850         NOT AT END
002860             IF REF-CERT-NUMBER > LAST-CERT-NUMBER
002870                 MOVE REF-CERT-NUMBER TO LAST-CERT-NUMBER
002880             END-IF
002890     END-READ.
002900 1210-EXIT.
002910     EXIT.
002920*
002930******************************************************************
002940* 2000-PROCESS-TRANSACTION - read, edit and apply one transaction,
002950* performed out-of-line until the transaction file is exhausted.
002960* The first failed check decides the reason code.
002970******************************************************************
002980 2000-PROCESS-TRANSACTION.
002990     READ TRANSACTION-FILE
003000         AT END
003010             MOVE 'Y' TO CTR-EOF-SW
003020             GO TO 2000-EXIT
003030     END-READ.
003040     ADD 1 TO TRANS-READ.
003050     MOVE ZERO TO CERT-REASON-CODE.
003060     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
003070     ACCEPT TODAY-TIME FROM TIME.
003080     IF NOT CTR-PROPOSE AND NOT CTR-ADD AND NOT CTR-APPROVE
003090             AND NOT CTR-REJECT AND NOT CTR-REVOKE
003100         MOVE 01 TO CERT-REASON-CODE
003110         GO TO 2000-REJECT
003120     END-IF.
003130     IF CTR-OPERATOR = SPACES
003140         MOVE 02 TO CERT-REASON-CODE
003150         GO TO 2000-REJECT
003160     END-IF.
003170     IF CTR-PROPOSE
003180         PERFORM 2100-PROPOSE-FROM-HISTORY THRU 2100-EXIT
003190         IF CERT-REASON-CODE NOT = ZERO
003200             GO TO 2000-REJECT
003210         END-IF
003220         ADD 1 TO TRANS-APPLIED
003230         GO TO 2000-EXIT
003240     END-IF.
003250     IF CTR-PROGRAM-ID = SPACES OR CTR-PARM-KEY = SPACES
003260         MOVE 04 TO CERT-REASON-CODE
003270         GO TO 2000-REJECT
003280     END-IF.
003290     MOVE CTR-PROGRAM-ID TO REF-PROGRAM-ID.
003300     MOVE CTR-PARM-KEY TO REF-PARM-KEY.
003310     PERFORM 2600-READ-REFERENCE-ENTRY THRU 2600-EXIT.
003320     EVALUATE TRUE
003330         WHEN CTR-ADD
003340             PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
003350         WHEN CTR-APPROVE
003360             PERFORM 2300-APPROVE-ENTRY THRU 2300-EXIT
003370         WHEN CTR-REJECT
003380             PERFORM 2400-REJECT-ENTRY THRU 2400-EXIT
003390         WHEN CTR-REVOKE
003400             PERFORM 2500-REVOKE-ENTRY THRU 2500-EXIT
003410     END-EVALUATE.
003420     IF CERT-REASON-CODE NOT = ZERO
003430         GO TO 2000-REJECT
003440     END-IF.
003450     ADD 1 TO TRANS-APPLIED.
003460     PERFORM 2700-POST-AUDIT-RECORD THRU 2700-EXIT.
003470     PERFORM 2800-WRITE-APPLIED-LINES THRU 2800-EXIT.
003480     GO TO 2000-EXIT.
003490 2000-REJECT.
003500     ADD 1 TO TRANS-REJECTED.
003510     PERFORM 2900-WRITE-REJECT-LINES THRU 2900-EXIT.
003520 2000-EXIT.
003530     EXIT.
003540*
003550******************************************************************
003560* 2100-PROPOSE-FROM-HISTORY - walk EULRHIST in key order, one
003570* series per program and parameter key, and propose the answer of
003580* every series whose latest SUCCESS runs have all agreed for at
003590* least the minimum run count (3 when the transaction leaves it
003600* blank).  A DISCREP or CERTFAIL run, or a change of answer,
003610* starts the count again.
003620******************************************************************
003630 2100-PROPOSE-FROM-HISTORY.
003640     IF CTR-MIN-RUNS IS NOT NUMERIC OR CTR-MIN-RUNS = ZERO
003650         MOVE 3 TO MIN-RUNS
003660     ELSE
003670         IF CTR-MIN-RUNS < 2
003680             MOVE 14 TO CERT-REASON-CODE
003690             GO TO 2100-EXIT
003700         END-IF
003710         MOVE CTR-MIN-RUNS TO MIN-RUNS
003720     END-IF.
003730     OPEN INPUT HISTORY-FILE.
003740     IF NOT HIST-FILE-OK
003750         MOVE 03 TO CERT-REASON-CODE
003760         GO TO 2100-EXIT
003770     END-IF.
003780     MOVE CTR-PROGRAM-ID TO SER-PROGRAM-ID.
003790     IF CTR-PROGRAM-ID = SPACES
003800         MOVE "ALL" TO SER-PROGRAM-ID
003810     END-IF.
003820     MOVE TRANS-READ TO TRANS-SEQ-DISPLAY.
003830     MOVE SPACES TO REPORT-FILE-LINE.
003840     STRING "TRAN " DELIMITED BY SIZE
003850             TRANS-SEQ-DISPLAY DELIMITED BY SIZE
003860             " " DELIMITED BY SIZE
003870             CTR-ACTION DELIMITED BY SIZE
003880             " BY " DELIMITED BY SIZE
003890             CTR-OPERATOR DELIMITED BY SIZE
003900             " - MINIMUM RUNS " DELIMITED BY SIZE
003910             MIN-RUNS DELIMITED BY SIZE
003920             " - PROGRAM " DELIMITED BY SIZE
003930             SER-PROGRAM-ID DELIMITED BY SIZE
003940             INTO REPORT-FILE-LINE
003950     END-STRING.
003960     WRITE REPORT-FILE-LINE.
003970     MOVE 'N' TO HIST-SCAN-DONE-SW.
003980     MOVE 'N' TO SERIES-ACTIVE-SW.
003990     MOVE LOW-VALUES TO HIST-KEY.
004000     IF CTR-PROGRAM-ID NOT = SPACES
004010         MOVE CTR-PROGRAM-ID TO HIST-PROGRAM-ID
004020     END-IF.
004030     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
004040         INVALID KEY
004050             MOVE 'Y' TO HIST-SCAN-DONE-SW
004060     END-START.
004070     PERFORM 2110-READ-HISTORY-RECORD THRU 2110-EXIT
004080         UNTIL HIST-SCAN-DONE.
004090     IF SERIES-ACTIVE
004100         PERFORM 2150-CLOSE-SERIES THRU 2150-EXIT
004110     END-IF.
004120     CLOSE HISTORY-FILE.
004130 2100-EXIT.
004140     EXIT.
004150*
004160 2110-READ-HISTORY-RECORD.
004170     READ HISTORY-FILE NEXT RECORD
004180         AT END
004190             MOVE 'Y' TO HIST-SCAN-DONE-SW
004200             GO TO 2110-EXIT
004210     END-READ.
004220     IF CTR-PROGRAM-ID NOT = SPACES
004230             AND HIST-PROGRAM-ID NOT = CTR-PROGRAM-ID
004240         MOVE 'Y' TO HIST-SCAN-DONE-SW
004250         GO TO 2110-EXIT
004260     END-IF.
004270     IF SERIES-ACTIVE
004280             AND (HIST-PROGRAM-ID NOT = SER-PROGRAM-ID
004290                  OR HIST-PARM-KEY NOT = SER-PARM-KEY)
004300         PERFORM 2150-CLOSE-SERIES THRU 2150-EXIT
004310         MOVE 'N' TO SERIES-ACTIVE-SW
004320     END-IF.
004330     IF NOT SERIES-ACTIVE
004340         MOVE 'Y' TO SERIES-ACTIVE-SW
004350         MOVE HIST-PROGRAM-ID TO SER-PROGRAM-ID
004360         MOVE HIST-PARM-KEY TO SER-PARM-KEY
004370         MOVE ZERO TO SER-RUN-COUNT
004380     END-IF.
004390     IF HIST-STATUS NOT = "SUCCESS"
004400         MOVE ZERO TO SER-RUN-COUNT
004410         GO TO 2110-EXIT
004420     END-IF.
004430     IF SER-RUN-COUNT > ZERO AND HIST-RESULT = SER-RESULT
004440         IF SER-RUN-COUNT < 999
004450             ADD 1 TO SER-RUN-COUNT
004460         END-IF
004470     ELSE
004480         MOVE 1 TO SER-RUN-COUNT
004490         MOVE HIST-RESULT TO SER-RESULT
004500         MOVE HIST-RUN-DATE TO SER-FIRST-DATE
004510     END-IF.
004520     MOVE HIST-RUN-DATE TO SER-LAST-DATE.
004530 2110-EXIT.
004540     EXIT.
004550*
004560******************************************************************
004570* 2150-CLOSE-SERIES - settle a stable series against EULREFS.  A
004580* key with no entry, or whose history-based proposal or rejected
004590* or revoked answer has since moved on, gets a new proposal.  One
004600* already proposed or certified at this answer is left alone, as
004610* is an answer already turned down.  A series that disagrees with
004620* a certified answer or a manual proposal is a conflict for
004630* someone to look into, not something to overwrite.
004640******************************************************************
004650 2150-CLOSE-SERIES.
004660     ADD 1 TO SERIES-SCANNED.
004670     IF SER-RUN-COUNT < MIN-RUNS
004680         GO TO 2150-EXIT
004690     END-IF.
004700     ADD 1 TO SERIES-STABLE.
004710     MOVE SER-PROGRAM-ID TO REF-PROGRAM-ID.
004720     MOVE SER-PARM-KEY TO REF-PARM-KEY.
004730     PERFORM 2600-READ-REFERENCE-ENTRY THRU 2600-EXIT.
004740     MOVE SPACES TO PROPOSE-OUTCOME.
004750     IF NOT REF-ENTRY-FOUND
004760         PERFORM 2160-WRITE-PROPOSAL THRU 2160-EXIT
004770         GO TO 2150-REPORT
004780     END-IF.
004790     EVALUATE TRUE
004800         WHEN REF-APPROVED AND REF-ANSWER = SER-RESULT
004810             MOVE "ALREADY CERTIFIED" TO PROPOSE-OUTCOME
004820         WHEN REF-APPROVED
004830             ADD 1 TO HISTORY-CONFLICTS
004840             MOVE "*** DISAGREES WITH CERTIFIED ANSWER ***"
004850                 TO PROPOSE-OUTCOME
004860         WHEN REF-PROPOSED AND REF-ANSWER = SER-RESULT
004870             MOVE "ALREADY PROPOSED" TO PROPOSE-OUTCOME
004880         WHEN REF-PROPOSED AND NOT REF-FROM-HISTORY
004890             ADD 1 TO HISTORY-CONFLICTS
004900             MOVE "*** DISAGREES WITH MANUAL PROPOSAL ***"
004910                 TO PROPOSE-OUTCOME
004920         WHEN REF-REJECTED AND REF-ANSWER = SER-RESULT
004930             MOVE "PREVIOUSLY REJECTED" TO PROPOSE-OUTCOME
004940         WHEN REF-REVOKED AND REF-ANSWER = SER-RESULT
004950             MOVE "PREVIOUSLY REVOKED" TO PROPOSE-OUTCOME
004960         WHEN OTHER
004970             PERFORM 2160-WRITE-PROPOSAL THRU 2160-EXIT
004980     END-EVALUATE.
004990 2150-REPORT.
005000     PERFORM 2190-WRITE-SERIES-LINE THRU 2190-EXIT.
005010 2150-EXIT.
005020     EXIT.
005030*
005040 2160-WRITE-PROPOSAL.
005050     ADD 1 TO LAST-CERT-NUMBER.
005060     MOVE SER-PROGRAM-ID TO REF-PROGRAM-ID.
005070     MOVE SER-PARM-KEY TO REF-PARM-KEY.
005080     MOVE LAST-CERT-NUMBER TO REF-CERT-NUMBER.
005090     MOVE SER-RESULT TO REF-ANSWER.
005100     MOVE "PROPOSED" TO REF-STATE.
005110     MOVE "HISTORY" TO REF-METHOD.
005120     MOVE SPACES TO REF-METHOD-NOTE.
005130     STRING SER-RUN-COUNT DELIMITED BY SIZE
005140             " RUNS " DELIMITED BY SIZE
005150             SER-FIRST-DATE DELIMITED BY SIZE
005160             " TO " DELIMITED BY SIZE
005170             SER-LAST-DATE DELIMITED BY SIZE
005180             INTO REF-METHOD-NOTE
005190     END-STRING.
005200     MOVE CTR-OPERATOR TO REF-PROPOSED-BY.
005210     MOVE TODAY-DATE TO REF-PROPOSED-DATE.
005220     MOVE SPACES TO REF-CERTIFIED-BY.
005230     MOVE ZERO TO REF-CERTIFIED-DATE.
005240     MOVE ZERO TO REF-CERTIFIED-TIME.
005250     PERFORM 2650-STORE-ENTRY THRU 2650-EXIT.
005260     IF REF-UPDATE-FAILED
005270         ADD 1 TO UPDATE-FAILURES
005280         MOVE "*** EULREFS UPDATE FAILED ***" TO PROPOSE-OUTCOME
005290         GO TO 2160-EXIT
005300     END-IF.
005310     ADD 1 TO ENTRIES-PROPOSED.
005320     IF REF-ENTRY-FOUND
005330         MOVE "PROPOSAL REPLACED" TO PROPOSE-OUTCOME
005340     ELSE
005350         MOVE "PROPOSED" TO PROPOSE-OUTCOME
005360     END-IF.
005370     PERFORM 2700-POST-AUDIT-RECORD THRU 2700-EXIT.
005380 2160-EXIT.
005390     EXIT.
005400*
005410 2190-WRITE-SERIES-LINE.
005420     MOVE SPACES TO REPORT-FILE-LINE.
005430     STRING "  SERIES " DELIMITED BY SIZE
005440             SER-PROGRAM-ID DELIMITED BY SIZE
005450             " " DELIMITED BY SIZE
005460             SER-PARM-KEY DELIMITED BY SIZE
005470             " RUNS " DELIMITED BY SIZE
005480             SER-RUN-COUNT DELIMITED BY SIZE
005490             " ANSWER " DELIMITED BY SIZE
005500             SER-RESULT DELIMITED BY SIZE
005510             " - " DELIMITED BY SIZE
005520             PROPOSE-OUTCOME DELIMITED BY SIZE
005530             INTO REPORT-FILE-LINE
005540     END-STRING.
005550     WRITE REPORT-FILE-LINE.
005560     IF PROPOSE-OUTCOME = "PROPOSED"
005570             OR PROPOSE-OUTCOME = "PROPOSAL REPLACED"
005580         PERFORM 2850-WRITE-ENTRY-LINE THRU 2850-EXIT
005590     END-IF.
005600 2190-EXIT.
005610     EXIT.
005620*
005630******************************************************************
005640* 2200-ADD-ENTRY - propose an answer certified by some method
005650* other than history - a published value or an independent
005660* computation - which the method and note record.  A key whose
005670* entry is already proposed or certified must be rejected or
005680* revoked first.
005690******************************************************************
005700 2200-ADD-ENTRY.
005710     IF CTR-ANSWER IS NOT NUMERIC
005720         MOVE 05 TO CERT-REASON-CODE
005730         GO TO 2200-EXIT
005740     END-IF.
005750     IF CTR-METHOD = SPACES OR CTR-METHOD = "HISTORY"
005760         MOVE 06 TO CERT-REASON-CODE
005770         GO TO 2200-EXIT
005780     END-IF.
005790     IF REF-ENTRY-FOUND AND (REF-PROPOSED OR REF-APPROVED)
005800         MOVE 07 TO CERT-REASON-CODE
005810         GO TO 2200-EXIT
005820     END-IF.
005830     ADD 1 TO LAST-CERT-NUMBER.
005840     MOVE CTR-PROGRAM-ID TO REF-PROGRAM-ID.
005850     MOVE CTR-PARM-KEY TO REF-PARM-KEY.
005860     MOVE LAST-CERT-NUMBER TO REF-CERT-NUMBER.
005870     MOVE CTR-ANSWER TO REF-ANSWER.
005880     MOVE "PROPOSED" TO REF-STATE.
005890     MOVE CTR-METHOD TO REF-METHOD.
005900     MOVE CTR-METHOD-NOTE TO REF-METHOD-NOTE.
005910     MOVE CTR-OPERATOR TO REF-PROPOSED-BY.
005920     MOVE TODAY-DATE TO REF-PROPOSED-DATE.
005930     MOVE SPACES TO REF-CERTIFIED-BY.
005940     MOVE ZERO TO REF-CERTIFIED-DATE.
005950     MOVE ZERO TO REF-CERTIFIED-TIME.
005960     PERFORM 2650-STORE-ENTRY THRU 2650-EXIT.
005970     IF REF-UPDATE-FAILED
005980         MOVE 13 TO CERT-REASON-CODE
005990     END-IF.
006000 2200-EXIT.
006010     EXIT.
006020*
006030******************************************************************
006040* 2300-APPROVE-ENTRY - certify a proposed entry.  The operator
006050* quotes the answer being approved, so an approval cannot land on
006060* a proposal that changed after it was reviewed, and may not be
006070* the operator who proposed it.
006080******************************************************************
006090 2300-APPROVE-ENTRY.
006100     IF NOT REF-ENTRY-FOUND
006110         MOVE 08 TO CERT-REASON-CODE
006120         GO TO 2300-EXIT
006130     END-IF.
006140     IF NOT REF-PROPOSED
006150         MOVE 09 TO CERT-REASON-CODE
006160         GO TO 2300-EXIT
006170     END-IF.
006180     IF CTR-ANSWER IS NOT NUMERIC
006190         MOVE 05 TO CERT-REASON-CODE
006200         GO TO 2300-EXIT
006210     END-IF.
006220     IF CTR-ANSWER NOT = REF-ANSWER
006230         MOVE 10 TO CERT-REASON-CODE
006240         GO TO 2300-EXIT
006250     END-IF.
006260     IF CTR-OPERATOR = REF-PROPOSED-BY
006270         MOVE 11 TO CERT-REASON-CODE
006280         GO TO 2300-EXIT
006290     END-IF.
006300     MOVE "APPROVED" TO REF-STATE.
006310     PERFORM 2660-RECORD-DECISION THRU 2660-EXIT.
006320 2300-EXIT.
006330     EXIT.
006340*
006350 2400-REJECT-ENTRY.
006360     IF NOT REF-ENTRY-FOUND
006370         MOVE 08 TO CERT-REASON-CODE
006380         GO TO 2400-EXIT
006390     END-IF.
006400     IF NOT REF-PROPOSED
006410         MOVE 09 TO CERT-REASON-CODE
006420         GO TO 2400-EXIT
006430     END-IF.
006440     MOVE "REJECTED" TO REF-STATE.
006450     PERFORM 2660-RECORD-DECISION THRU 2660-EXIT.
006460 2400-EXIT.
006470     EXIT.
006480*
006490 2500-REVOKE-ENTRY.
006500     IF NOT REF-ENTRY-FOUND
006510         MOVE 08 TO CERT-REASON-CODE
006520         GO TO 2500-EXIT
006530     END-IF.
006540     IF NOT REF-APPROVED
006550         MOVE 12 TO CERT-REASON-CODE
006560         GO TO 2500-EXIT
006570     END-IF.
006580     MOVE "REVOKED" TO REF-STATE.
006590     PERFORM 2660-RECORD-DECISION THRU 2660-EXIT.
006600 2500-EXIT.
006610     EXIT.
006620*
006630 2600-READ-REFERENCE-ENTRY.
006640     READ REFERENCE-FILE
006650         INVALID KEY
006660             MOVE 'N' TO REF-FOUND-SW
006670         NOT INVALID KEY
006680             MOVE 'Y' TO REF-FOUND-SW
006690     END-READ.
006700 2600-EXIT.
006710     EXIT.
006720*
006730******************************************************************
006740* 2650-STORE-ENTRY - add a new entry, or replace the one already
006750* held for the key.
006760******************************************************************
006770 2650-STORE-ENTRY.
006780     MOVE 'N' TO UPDATE-FAILED-SW.
006790     IF REF-ENTRY-FOUND
006800         REWRITE EULER-REFERENCE-RECORD
006810             INVALID KEY
006820                 MOVE 'Y' TO UPDATE-FAILED-SW
006830         END-REWRITE
006840     ELSE
006850         WRITE EULER-REFERENCE-RECORD
006860             INVALID KEY
006870                 MOVE 'Y' TO UPDATE-FAILED-SW
006880         END-WRITE
006890     END-IF.
006900 2650-EXIT.
006910     EXIT.
006920*
006930******************************************************************
006940* 2660-RECORD-DECISION - stamp the deciding operator, date and
006950* time on the entry and rewrite it.
006960******************************************************************
006970 2660-RECORD-DECISION.
006980     MOVE CTR-OPERATOR TO REF-CERTIFIED-BY.
006990     MOVE TODAY-DATE TO REF-CERTIFIED-DATE.
007000     MOVE TODAY-TIME TO REF-CERTIFIED-TIME.
007010     PERFORM 2650-STORE-ENTRY THRU 2650-EXIT.
007020     IF REF-UPDATE-FAILED
007030         MOVE 13 TO CERT-REASON-CODE
007040     END-IF.
007050 2660-EXIT.
007060     EXIT.
007070*
007080******************************************************************
007090* 2700-POST-AUDIT-RECORD - log a proposal or decision that reached
007100* EULREFS: action, certificate number, program and operator in the
007110* parameters, the answer as the result and the entry's new state
007120* as the status.
007130******************************************************************
007140 2700-POST-AUDIT-RECORD.
007150     MOVE SPACES TO AUDIT-PARM-TEXT.
007160     STRING CTR-ACTION DELIMITED BY SPACE
007170             " " DELIMITED BY SIZE
007180             REF-CERT-NUMBER DELIMITED BY SIZE
007190             " " DELIMITED BY SIZE
007200             REF-PROGRAM-ID DELIMITED BY SPACE
007210             " BY " DELIMITED BY SIZE
007220             CTR-OPERATOR DELIMITED BY SIZE
007230             INTO AUDIT-PARM-TEXT
007240     END-STRING.
007250     MOVE SPACES TO REPORT-TIMESTAMP.
007260     STRING TODAY-DATE DELIMITED BY SIZE
007270             "-" DELIMITED BY SIZE
007280             TODAY-TIME DELIMITED BY SIZE
007290             INTO REPORT-TIMESTAMP
007300     END-STRING.
007310     MOVE REPORT-TIMESTAMP TO AUD-TIMESTAMP.
007320     MOVE "EULER-CRT" TO AUD-PROGRAM-ID.
007330     MOVE AUDIT-PARM-TEXT TO AUD-PARAMETERS.
007340     MOVE REF-ANSWER TO AUD-RESULT.
007350     MOVE REF-STATE TO AUD-STATUS.
007360     WRITE EULER-AUDIT-RECORD.
007370     ADD 1 TO AUDIT-POSTED.
007380 2700-EXIT.
007390     EXIT.
007400*
007410 2800-WRITE-APPLIED-LINES.
007420     MOVE TRANS-READ TO TRANS-SEQ-DISPLAY.
007430     MOVE SPACES TO REPORT-FILE-LINE.
007440     STRING "TRAN " DELIMITED BY SIZE
007450             TRANS-SEQ-DISPLAY DELIMITED BY SIZE
007460             " " DELIMITED BY SIZE
007470             CTR-ACTION DELIMITED BY SIZE
007480             " BY " DELIMITED BY SIZE
007490             CTR-OPERATOR DELIMITED BY SIZE
007500             " - APPLIED - " DELIMITED BY SIZE
007510             REF-STATE DELIMITED BY SIZE
007520             INTO REPORT-FILE-LINE
007530     END-STRING.
007540     WRITE REPORT-FILE-LINE.
007550     PERFORM 2850-WRITE-ENTRY-LINE THRU 2850-EXIT.
007560 2800-EXIT.
007570     EXIT.
007580*
007590 2850-WRITE-ENTRY-LINE.
007600     MOVE SPACES TO REPORT-FILE-LINE.
007610     STRING "  ENTRY : " DELIMITED BY SIZE
007620             REF-CERT-NUMBER DELIMITED BY SIZE
007630             " " DELIMITED BY SIZE
007640             REF-PROGRAM-ID DELIMITED BY SIZE
007650             " " DELIMITED BY SIZE
007660             REF-PARM-KEY DELIMITED BY SIZE
007670             " " DELIMITED BY SIZE
007680             REF-ANSWER DELIMITED BY SIZE
007690             " " DELIMITED BY SIZE
007700             REF-STATE DELIMITED BY SIZE
007710             " " DELIMITED BY SIZE
007720             REF-METHOD DELIMITED BY SIZE
007730             " " DELIMITED BY SIZE
007740             REF-METHOD-NOTE DELIMITED BY SIZE
007750             INTO REPORT-FILE-LINE
007760     END-STRING.
007770     WRITE REPORT-FILE-LINE.
007780 2850-EXIT.
007790     EXIT.
007800*
007810 2900-WRITE-REJECT-LINES.
007820     PERFORM 3700-SET-REASON-TEXT THRU 3700-EXIT.
007830     MOVE TRANS-READ TO TRANS-SEQ-DISPLAY.
007840     MOVE SPACES TO REPORT-FILE-LINE.
007850     STRING "TRAN " DELIMITED BY SIZE
007860             TRANS-SEQ-DISPLAY DELIMITED BY SIZE
007870             " " DELIMITED BY SIZE
007880             CTR-ACTION DELIMITED BY SIZE
007890             " BY " DELIMITED BY SIZE
007900             CTR-OPERATOR DELIMITED BY SIZE
007910             " - REJECTED - " DELIMITED BY SIZE
007920             CERT-REASON-CODE DELIMITED BY SIZE
007930             " " DELIMITED BY SIZE
007940             CERT-REASON-TEXT DELIMITED BY SIZE
007950             INTO REPORT-FILE-LINE
007960     END-STRING.
007970     WRITE REPORT-FILE-LINE.
007980     MOVE SPACES TO REPORT-FILE-LINE.
007990     STRING "  IMAGE : " DELIMITED BY SIZE
008000             CERT-TRANSACTION-RECORD DELIMITED BY SIZE
008010             INTO REPORT-FILE-LINE
008020     END-STRING.
008030     WRITE REPORT-FILE-LINE.
008040 2900-EXIT.
008050     EXIT.
008060*
008070 3700-SET-REASON-TEXT.
008080     EVALUATE CERT-REASON-CODE
008090         WHEN 01
008100             MOVE "ACTION NOT VALID" TO CERT-REASON-TEXT
008110         WHEN 02
008120             MOVE "OPERATOR ID MISSING" TO CERT-REASON-TEXT
008130         WHEN 03
008140             MOVE "EULRHIST WILL NOT OPEN" TO CERT-REASON-TEXT
008150         WHEN 04
008160             MOVE "PROGRAM OR PARAMETER KEY MISSING"
008170                 TO CERT-REASON-TEXT
008180         WHEN 05
008190             MOVE "ANSWER NOT NUMERIC" TO CERT-REASON-TEXT
008200         WHEN 06
008210             MOVE "METHOD MISSING OR HISTORY" TO CERT-REASON-TEXT
008220         WHEN 07
008230             MOVE "KEY ALREADY PROPOSED/CERTIFIED"
008240                 TO CERT-REASON-TEXT
008250         WHEN 08
008260             MOVE "NO ENTRY FOR THIS KEY" TO CERT-REASON-TEXT
008270         WHEN 09
008280             MOVE "ENTRY NOT PROPOSED" TO CERT-REASON-TEXT
008290         WHEN 10
008300             MOVE "ANSWER DIFFERS FROM PROPOSAL"
008310                 TO CERT-REASON-TEXT
008320         WHEN 11
008330             MOVE "PROPOSER MAY NOT APPROVE" TO CERT-REASON-TEXT
008340         WHEN 12
008350             MOVE "ENTRY NOT APPROVED" TO CERT-REASON-TEXT
008360         WHEN 13
008370             MOVE "EULREFS UPDATE FAILED" TO CERT-REASON-TEXT
008380         WHEN 14
008390             MOVE "MINIMUM RUNS BELOW 2" TO CERT-REASON-TEXT
008400         WHEN OTHER
008410             MOVE "UNKNOWN REASON" TO CERT-REASON-TEXT
008420     END-EVALUATE.
008430 3700-EXIT.
008440     EXIT.
008450*
008460 6000-WRITE-TOTALS.
008470     MOVE SPACES TO REPORT-FILE-LINE.
008480     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
008490             TRANS-READ DELIMITED BY SIZE
008500             "  APPLIED: " DELIMITED BY SIZE
008510             TRANS-APPLIED DELIMITED BY SIZE
008520             "  REJECTED: " DELIMITED BY SIZE
008530             TRANS-REJECTED DELIMITED BY SIZE
008540             "  LOGGED TO EULAUDIT: " DELIMITED BY SIZE
008550             AUDIT-POSTED DELIMITED BY SIZE
008560             INTO REPORT-FILE-LINE
008570     END-STRING.
008580     WRITE REPORT-FILE-LINE.
008590     MOVE SPACES TO REPORT-FILE-LINE.
008600     STRING "HISTORY SERIES SCANNED: " DELIMITED BY SIZE
008610             SERIES-SCANNED DELIMITED BY SIZE
008620             "  STABLE: " DELIMITED BY SIZE
008630             SERIES-STABLE DELIMITED BY SIZE
008640             "  PROPOSED: " DELIMITED BY SIZE
008650             ENTRIES-PROPOSED DELIMITED BY SIZE
008660             "  CONFLICTS: " DELIMITED BY SIZE
008670             HISTORY-CONFLICTS DELIMITED BY SIZE
008680             "  UPDATE FAILURES: " DELIMITED BY SIZE
008690             UPDATE-FAILURES DELIMITED BY SIZE
008700             INTO REPORT-FILE-LINE
008710     END-STRING.
008720     WRITE REPORT-FILE-LINE.
008730 6000-EXIT.
008740     EXIT.
008750*
008760******************************************************************
008770* 6100-LIST-REFERENCE-FILE - every EULREFS entry in key order with
008780* its state, who proposed it and who decided it and when.
008790******************************************************************
008800 6100-LIST-REFERENCE-FILE.
008810     MOVE SPACES TO REPORT-FILE-LINE.
008820     WRITE REPORT-FILE-LINE.
008830     MOVE "CERTIFIED REFERENCE ANSWERS ON EULREFS"
008840         TO REPORT-FILE-LINE.
008850     WRITE REPORT-FILE-LINE.
008860     MOVE SPACES TO REPORT-FILE-LINE.
008870     STRING "CERT   PROGRAM    PARAMETER KEY              "
008880             DELIMITED BY SIZE
008890             "ANSWER          STATE    METHOD   "
008900             DELIMITED BY SIZE
008910             "PROPOSER CERT BY ON" DELIMITED BY SIZE
008920             INTO REPORT-FILE-LINE
008930     END-STRING.
008940     WRITE REPORT-FILE-LINE.
008950     MOVE 'N' TO REF-SCAN-DONE-SW.
008960     MOVE LOW-VALUES TO REF-KEY.
008970     START REFERENCE-FILE KEY IS NOT LESS THAN REF-KEY
008980         INVALID KEY
008990             MOVE 'Y' TO REF-SCAN-DONE-SW
009000     END-START.
009010     PERFORM 6110-LIST-REFERENCE-ENTRY THRU 6110-EXIT
009020         UNTIL REF-SCAN-DONE.
009030     MOVE SPACES TO REPORT-FILE-LINE.
009040     STRING "ENTRIES LISTED: " DELIMITED BY SIZE
009050             ENTRIES-LISTED DELIMITED BY SIZE
009060             INTO REPORT-FILE-LINE
009070     END-STRING.
009080     WRITE REPORT-FILE-LINE.
009090 6100-EXIT.
009100     EXIT.
009110*
009120 6110-LIST-REFERENCE-ENTRY.
009130     READ REFERENCE-FILE NEXT RECORD
009140         AT END
009150             MOVE 'Y' TO REF-SCAN-DONE-SW
009160             GO TO 6110-EXIT
009170     END-READ.
009180     ADD 1 TO ENTRIES-LISTED.
009190     MOVE SPACES TO REPORT-FILE-LINE.
009200     STRING REF-CERT-NUMBER DELIMITED BY SIZE
009210             " " DELIMITED BY SIZE
009220             REF-PROGRAM-ID DELIMITED BY SIZE
009230             " " DELIMITED BY SIZE
009240             REF-PARM-KEY DELIMITED BY SIZE
009250             " " DELIMITED BY SIZE
009260             REF-ANSWER DELIMITED BY SIZE
009270             " " DELIMITED BY SIZE
009280             REF-STATE DELIMITED BY SIZE
009290             " " DELIMITED BY SIZE
009300             REF-METHOD DELIMITED BY SIZE
009310             " " DELIMITED BY SIZE
009320             REF-PROPOSED-BY DELIMITED BY SIZE
009330             " " DELIMITED BY SIZE
009340             REF-CERTIFIED-BY DELIMITED BY SIZE
009350             " " DELIMITED BY SIZE
009360             INTO REPORT-FILE-LINE
009370     END-STRING.
009380     IF REF-CERTIFIED-DATE NOT = ZERO
009390         MOVE REF-CERTIFIED-DATE TO REPORT-FILE-LINE(98:8)
009400     END-IF.
009410     WRITE REPORT-FILE-LINE.
009420 6110-EXIT.
009430     EXIT.
009440*
009450 9000-FINALIZE.
009460     IF CTR-FILE-OPENED
009470         CLOSE TRANSACTION-FILE
009480     END-IF.
009490     IF REF-FILE-OPENED
009500         CLOSE REFERENCE-FILE
009510     END-IF.
009520     IF AUD-FILE-OPENED
009530         CLOSE AUDIT-FILE
009540     END-IF.
009550     IF RPT-FILE-OK
009560         CLOSE REPORT-FILE
009570     END-IF.
009580     IF JOB-ABEND
009590         MOVE 16 TO RETURN-CODE
009600     ELSE
009610         IF TRANS-REJECTED > ZERO OR HISTORY-CONFLICTS > ZERO
009620                 OR UPDATE-FAILURES > ZERO
009630             MOVE 4 TO RETURN-CODE
009640         ELSE
009650             MOVE 0 TO RETURN-CODE
009660         END-IF
009670     END-IF.
009680 9000-EXIT.
009690     EXIT.
009700 END PROGRAM EULER-CERTFY.

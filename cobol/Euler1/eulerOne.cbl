000333*   03/09/2026 LC  Stamped EUL1CKPT with the date and time each
000334*                  checkpoint is written so EULER-CKPUTL can
000335*                  report how fresh an in-flight checkpoint is.
000336*   15/10/2026 LC  Added a check against the certified reference
000337*                  answer on EULREFS.  When an approved entry for
000338*                  this parameter key does not match tonight's
000339*                  result the run posts CERTFAIL to EULAUDIT,
000340*                  EULRHIST and EULSTATS and ends RC 8, so a wrong
000341*                  answer already in history can no longer
000342*                  reconcile cleanly night after night.
000343******************************************************************
000344 IDENTIFICATION DIVISION.
000345 PROGRAM-ID. EULER-ONE.
000346 AUTHOR. LUKE CAPTAIN.
000347 DATE-WRITTEN. 25/01/2019.
000350 DATE-COMPILED.
000360*
000370 ENVIRONMENT DIVISION.
000520     SELECT CHECKPOINT-FILE ASSIGN TO "EUL1CKPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CKPT-FILE-STATUS.
000542
000543     SELECT REFERENCE-FILE ASSIGN TO "EULREFS"
000544         ORGANIZATION IS INDEXED
000545         ACCESS MODE IS RANDOM
000546         RECORD KEY IS REF-KEY
000547         FILE STATUS IS REF-FILE-STATUS.
000550
000560     SELECT HISTORY-FILE ASSIGN TO "EULRHIST"
000570         ORGANIZATION IS INDEXED
000902 FD  STAT-FILE
000903     LABEL RECORDS ARE STANDARD.
000904     COPY EULSTT.
000906
000907 FD  REFERENCE-FILE
000908     LABEL RECORDS ARE STANDARD.
000909     COPY EULREF.
000930*
000940 WORKING-STORAGE SECTION.
000950 01  I                           PIC 9(10).
001140         88  JOB-ABEND                 VALUE 'Y'.
001150     05  OVERFLOW-SW             PIC X(01) VALUE 'N'.
001160         88  TOTAL-OVERFLOWED          VALUE 'Y'.
001162     05  CERT-FOUND-SW           PIC X(01) VALUE 'N'.
001164         88  CERT-ANSWER-FOUND         VALUE 'Y'.
001166     05  CERTFAIL-SW             PIC X(01) VALUE 'N'.
001168         88  CERTIFICATION-FAILED      VALUE 'Y'.
001170     05  CKPT-RESUMED-SW         PIC X(01) VALUE 'N'.
001180         88  CKPT-WAS-RESUMED          VALUE 'Y'.
001190     05  HIST-FOUND-SW           PIC X(01) VALUE 'N'.
001390         88  HIST-FILE-EOF             VALUE '10'.
001391     05  STT-FILE-STATUS         PIC X(02).
001392         88  STT-FILE-OK               VALUE '00'.
001394     05  REF-FILE-STATUS         PIC X(02).
001396         88  REF-FILE-OK               VALUE '00'.
001400*
001410 01  CERTIFIED-ANSWER-AREA.
001415     05  CERT-NUMBER             PIC 9(06).
001420     05  CERT-ANSWER             PIC 9(15).
001425     05  CERT-METHOD             PIC X(08).
001430     05  CERT-BY                 PIC X(08).
001435     05  CERT-DATE               PIC 9(08).
001440*
001470 PROCEDURE DIVISION.
001480******************************************************************
001490* 0000-MAINLINE - overall flow of control for the job.
001680     END-IF.
001690     IF NOT JOB-ABEND
001700         PERFORM 1300-FIND-PRIOR-RESULT THRU 1300-EXIT
001705         PERFORM 6000-FIND-CERTIFIED-ANSWER THRU 6000-EXIT
001710         PERFORM 1400-CHECK-CHECKPOINT THRU 1400-EXIT
001720     END-IF.
001721*    A FAST-only run never iterates, so a leftover in-progress
003115         PERFORM 3250-WRITE-ABEND-AUDIT-RECORD THRU 3250-EXIT
003120     ELSE
003130         PERFORM 3100-WRITE-REPORT THRU 3100-EXIT
003132         IF CERT-ANSWER-FOUND AND NOT TOTAL-OVERFLOWED
003134             PERFORM 6100-CHECK-CERTIFIED-ANSWER THRU 6100-EXIT
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
004230             MOVE "SUCCESS" TO AUD-STATUS
004240         END-IF
004250     END-IF.
004252     IF CERTIFICATION-FAILED
004254         MOVE "CERTFAIL" TO AUD-STATUS
004256     END-IF.
004260     WRITE EULER-AUDIT-RECORD.
004261 3200-EXIT.
004262     EXIT.
004460     ELSE
004470         MOVE "SUCCESS" TO HIST-STATUS
004480     END-IF.
004482     IF CERTIFICATION-FAILED
004484         MOVE "CERTFAIL" TO HIST-STATUS
004486     END-IF.
004490     WRITE EULER-HISTORY-RECORD
004500         INVALID KEY
004510             REWRITE EULER-HISTORY-RECORD
004799     MOVE ELAPSED-SECS TO STAT-ELAPSED-SECS.
004800     MOVE UPPER-LIMIT TO STAT-LIMIT.
004801     MOVE I TO STAT-ITERATIONS.
004802     MOVE "SUCCESS" TO STAT-STATUS.
004803     EVALUATE TRUE
004804         WHEN TOTAL-OVERFLOWED
004805             MOVE "OVERFLOW" TO STAT-STATUS
004806         WHEN CERTIFICATION-FAILED
004807             MOVE "CERTFAIL" TO STAT-STATUS
004808         WHEN RESULT-DISCREPANCY OR VERIFY-MISMATCH
004809             MOVE "DISCREP" TO STAT-STATUS
004810     END-EVALUATE.
004811     WRITE EULER-STAT-RECORD.
004812     CLOSE STAT-FILE.
004813 3600-EXIT.
005116     CLOSE CHECKPOINT-FILE.
005117 5000-EXIT.
005118     EXIT.
005120*
005130******************************************************************
005140* 6000-FIND-CERTIFIED-ANSWER - look up the certified reference
005150* answer for this program and parameter key on EULREFS.  Only an
005160* APPROVED entry is used; a proposed, rejected or revoked entry,
005170* or no EULREFS at all, leaves the run reconciled against history
005180* alone.
005190******************************************************************
005200 6000-FIND-CERTIFIED-ANSWER.
005210     MOVE 'N' TO CERT-FOUND-SW.
005220     MOVE 'N' TO CERTFAIL-SW.
005230     OPEN INPUT REFERENCE-FILE.
005240     IF NOT REF-FILE-OK
005250         GO TO 6000-EXIT
005260     END-IF.
005270     MOVE "EULER-ONE" TO REF-PROGRAM-ID.
005280     MOVE HISTORY-KEY TO REF-PARM-KEY.
005290     READ REFERENCE-FILE
005300         INVALID KEY
005310             MOVE SPACES TO REF-STATE
005320     END-READ.
005330     IF REF-FILE-OK AND REF-APPROVED
005340         MOVE 'Y' TO CERT-FOUND-SW
005350         MOVE REF-CERT-NUMBER TO CERT-NUMBER
005360         MOVE REF-ANSWER TO CERT-ANSWER
005370         MOVE REF-METHOD TO CERT-METHOD
005380         MOVE REF-CERTIFIED-BY TO CERT-BY
005390         MOVE REF-CERTIFIED-DATE TO CERT-DATE
005400     END-IF.
005410     CLOSE REFERENCE-FILE.
005420 6000-EXIT.
005430     EXIT.
005440*
005450******************************************************************
005460* 6100-CHECK-CERTIFIED-ANSWER - compare tonight's result with the
005470* certified answer and report the outcome.  A mismatch fails
005480* certification whatever history says, since a wrong answer
005490* posted once would otherwise reconcile cleanly every night after.
005500******************************************************************
005510 6100-CHECK-CERTIFIED-ANSWER.
005520     IF RESULT-VALUE NOT = CERT-ANSWER
005530         MOVE 'Y' TO CERTFAIL-SW
005540         MOVE SPACES TO REPORT-FILE-LINE
005550         STRING "*** CERTFAIL - CERTIFIED ANSWER IS "
005560                 DELIMITED BY SIZE
005570                 CERT-ANSWER DELIMITED BY SIZE
005580                 " - RESULT DIFFERS ***" DELIMITED BY SIZE
005590                 INTO REPORT-FILE-LINE
005600         END-STRING
005610     ELSE
005620         MOVE SPACES TO REPORT-FILE-LINE
005630         STRING "RESULT AGREES WITH CERTIFIED ANSWER"
005640                 DELIMITED BY SIZE INTO REPORT-FILE-LINE
005650         END-STRING
005660     END-IF.
005670     WRITE REPORT-FILE-LINE.
005680     MOVE SPACES TO REPORT-FILE-LINE.
005690     STRING "CERTIFICATE " DELIMITED BY SIZE
005700             CERT-NUMBER DELIMITED BY SIZE
005710             " BY " DELIMITED BY SIZE
005720             CERT-BY DELIMITED BY SIZE
005730             " ON " DELIMITED BY SIZE
005740             CERT-DATE DELIMITED BY SIZE
005750             " METHOD " DELIMITED BY SIZE
005760             CERT-METHOD DELIMITED BY SIZE
005770             INTO REPORT-FILE-LINE
005780     END-STRING.
005790     WRITE REPORT-FILE-LINE.
005800 6100-EXIT.
005810     EXIT.
005820 END PROGRAM EULER-ONE.

000010******************************************************************
000020* Author: Luke Captain
000030* Installation: Batch Support
000040* Date-Written: 15/10/2026
000050* Purpose: Controlled maintenance of the EULSJOBS job registry and
000060*          the EULSPSET named parameter-set library, which
000070*          EULER-SUITE and EULER-REQIN both load blind at start-up
000080*          and which were until now hand-edited.  Each EULMTRAN
000090*          transaction names the file (REG or PST), the action
000100*          (ADD, CHANGE, DELETE, or EXPIRE for a preset), the
000110*          operator making the change and the record image.  A
000120*          preset version is keyed on its name and effective date,
000130*          so a CHANGE replaces the rest of that version and a new
000140*          effective date is an ADD.  Every transaction is edited
000150*          before it is applied - no duplicate problem numbers, a
000160*          well-formed program name, stat program id and control
000170*          and report file names not already used by another
000180*          problem, Y/N switches, valid dates, limit, divisors and
000190*          calc mode, no overlapping effective-date ranges for one
000200*          preset name, and no deleting a problem or preset that
000210*          tonight's EULSCTL still references.  EULMRPT prints the
000220*          before and after image of every applied change and the
000230*          reason for every rejection; both files are rewritten
000240*          only at the end of the run, and each applied change is
000250*          then logged to EULAUDIT with the operator id, so a
000260*          mistyped name rejects here instead of failing the
000270*          night and every change has a who and a when.
000280* Tectonics: cobc
000290*
000300* Modification History:
000310*   15/10/2026 LC  Initial version.
000313*   15/10/2026 LC  EULSCTL entries widened for the predecessor
000316*                  and condition.
000318*   15/10/2026 LC  EULSCTL entries widened for the limit sweep.
000319*   15/10/2026 LC  EULSCTL entries widened for the detail switch.
000320*   15/10/2026 LC  Preset effective and expiry dates must be real
000321*                  calendar dates - 20260230 and the like reject
000322*                  18.
000323******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. EULER-REGMNT.
000350 AUTHOR. LUKE CAPTAIN.
000360 DATE-WRITTEN. 15/10/2026.
000370 DATE-COMPILED.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TRANSACTION-FILE ASSIGN TO "EULMTRAN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS MTR-FILE-STATUS.
000450
000460     SELECT REGISTRY-FILE ASSIGN TO "EULSJOBS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS REG-FILE-STATUS.
000490
000500     SELECT PRESET-FILE ASSIGN TO "EULSPSET"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PSL-FILE-STATUS.
000530
000540     SELECT SUITE-CONTROL-FILE ASSIGN TO "EULSCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SCT-FILE-STATUS.
000570
000580     SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS AUD-FILE-STATUS.
000610
000620     SELECT REPORT-FILE ASSIGN TO "EULMRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS RPT-FILE-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  TRANSACTION-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  MAINT-TRANSACTION-RECORD.
000710     05  MTR-FILE-CODE           PIC X(03).
000720         88  MTR-REGISTRY-FILE         VALUE 'REG'.
000730         88  MTR-PRESET-FILE           VALUE 'PST'.
000740     05  MTR-ACTION              PIC X(06).
000750         88  MTR-ADD                   VALUE 'ADD   '.
000760         88  MTR-CHANGE                VALUE 'CHANGE'.
000770         88  MTR-DELETE                VALUE 'DELETE'.
000780         88  MTR-EXPIRE                VALUE 'EXPIRE'.
000790     05  MTR-OPERATOR            PIC X(08).
000800     05  MTR-IMAGE               PIC X(65).
000810*    Registry transaction - the image is an EULSJB record.
000820 01  MAINT-REGISTRY-TRANSACTION.
000830     05  FILLER                  PIC X(17).
000840     05  MTR-REG-IMAGE.
000850         10  MTR-REG-PROBLEM     PIC 9(02).
000860         10  MTR-REG-PROGRAM-NAME
000870                                 PIC X(12).
000880         10  MTR-REG-STAT-PROGRAM
000890                                 PIC X(10).
000900         10  MTR-REG-CONTROL-FILE
000910                                 PIC X(08).
000920         10  MTR-REG-REPORT-FILE PIC X(08).
000930         10  MTR-REG-CALC-MODE-SW
000940                                 PIC X(01).
000950         10  MTR-REG-DIVISORS-SW PIC X(01).
000960     05  FILLER                  PIC X(23).
000970*    Preset transaction - the image is an EULSPSET record.  For
000980*    EXPIRE only the name, effective date and new expiry date are
000990*    read; a zero expiry date expires the version today.
001000 01  MAINT-PRESET-TRANSACTION.
001010     05  FILLER                  PIC X(17).
001020     05  MTR-PSL-IMAGE.
001030         10  MTR-PSL-NAME        PIC X(08).
001040         10  MTR-PSL-OWNER       PIC X(08).
001050         10  MTR-PSL-EFF-DATE    PIC 9(08).
001060         10  MTR-PSL-EXP-DATE    PIC 9(08).
001070         10  MTR-PSL-LIMIT       PIC 9(10).
001080         10  MTR-PSL-DIVISOR-COUNT
001090                                 PIC 9(01).
001100         10  MTR-PSL-DIVISOR     PIC 9(04) OCCURS 4 TIMES.
001110         10  MTR-PSL-CALC-MODE   PIC X(06).
001120
001130 FD  REGISTRY-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY EULSJB.
001160
001170 FD  PRESET-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  PRESET-RECORD.
001200     05  PSL-NAME                PIC X(08).
001210     05  PSL-OWNER               PIC X(08).
001220     05  PSL-EFF-DATE            PIC 9(08).
001230     05  PSL-EXP-DATE            PIC 9(08).
001240     05  PSL-LIMIT               PIC 9(10).
001250     05  PSL-DIVISOR-COUNT       PIC 9(01).
001260     05  PSL-DIVISOR-TABLE.
001270         10  PSL-DIVISOR         PIC 9(04) OCCURS 4 TIMES.
001280     05  PSL-CALC-MODE           PIC X(06).
001290
001300 FD  SUITE-CONTROL-FILE
001310     LABEL RECORDS ARE STANDARD.
001320*    Tonight's problem list, read only for the problem numbers and
001330*    preset names it references - the preset form carries a '*'
001340*    tag where the limit would start and the preset name after it.
001350 01  SUITE-PRESET-ENTRY.
001360     05  SUITE-PST-PROBLEM       PIC 9(02).
001370     05  SUITE-PST-RUN-DATE      PIC X(08).
001380     05  SUITE-PST-TAG           PIC X(01).
001390         88  PRESET-FORM-ENTRY         VALUE '*'.
001400     05  SUITE-PST-NAME          PIC X(08).
001410     05  FILLER                  PIC X(57).
001420
001430 FD  AUDIT-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY EULAUD.
001460
001470 FD  REPORT-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  REPORT-FILE-LINE            PIC X(132).
001500*
001510 WORKING-STORAGE SECTION.
001520 01  TODAY-DATE                  PIC 9(08).
001530 01  TODAY-TIME                  PIC 9(08).
001540 01  REPORT-TIMESTAMP            PIC X(26).
001550 01  AUDIT-PARM-TEXT             PIC X(40).
001560 01  AUDIT-ACTION-STATUS         PIC X(08).
001570 01  TRANS-READ                  PIC 9(05) VALUE ZERO.
001580 01  TRANS-APPLIED               PIC 9(05) VALUE ZERO.
001590 01  TRANS-REJECTED              PIC 9(05) VALUE ZERO.
001600 01  REGISTRY-CHANGES            PIC 9(05) VALUE ZERO.
001610 01  PRESET-CHANGES              PIC 9(05) VALUE ZERO.
001620 01  REGISTRY-WRITTEN            PIC 9(05) VALUE ZERO.
001630 01  PRESETS-WRITTEN             PIC 9(05) VALUE ZERO.
001640 01  AUDIT-POSTED                PIC 9(05) VALUE ZERO.
001650 01  TRANS-SEQ-DISPLAY           PIC 9(04).
001660 01  MAINT-REASON-CODE           PIC 9(02) VALUE ZERO.
001670 01  MAINT-REASON-TEXT           PIC X(30).
001680 01  BEFORE-IMAGE                PIC X(65).
001690 01  AFTER-IMAGE                 PIC X(65).
001700 01  REGISTRY-SUB                PIC S9(04) COMP.
001710 01  REGISTRY-SCAN-SUB           PIC S9(04) COMP.
001720 01  PRESET-SUB                  PIC S9(04) COMP.
001730 01  PRESET-SCAN-SUB             PIC S9(04) COMP.
001740 01  OVERLAP-SKIP-SUB            PIC S9(04) COMP.
001750 01  TONIGHT-SCAN-SUB            PIC S9(04) COMP.
001760 01  PENDING-SUB                 PIC S9(04) COMP.
001770 01  EDIT-SCAN-SUB               PIC S9(04) COMP.
001780 01  NAME-SUB                    PIC S9(04) COMP.
001790 01  NEW-EXP-DATE                PIC 9(08).
001800 01  CAND-EFF-DATE               PIC 9(08).
001810 01  CAND-EXP-DATE               PIC 9(08).
001820 01  ROW-EXP-DATE                PIC 9(08).
001830
001840 01  NAME-CHECK-AREA.
001850     05  NAME-WORK               PIC X(12).
001860     05  NAME-CHARS REDEFINES NAME-WORK.
001870         10  NAME-CHAR           PIC X(01) OCCURS 12 TIMES.
001880
001890 01  DATE-CHECK-AREA.
001900     05  DATE-CHECK-WORK         PIC 9(08).
001910     05  DATE-CHECK-PARTS REDEFINES DATE-CHECK-WORK.
001920         10  CHK-YEAR            PIC 9(04).
001930         10  CHK-MONTH           PIC 9(02).
001940         10  CHK-DAY             PIC 9(02).
001950
001960*    Working copy of the registry.  A deleted row stays in place
001970*    flagged until the file is rewritten, and its slot is reused
001980*    by a later ADD in the same run.
001990 01  REGISTRY-TABLE-AREA.
002000     05  REGISTRY-COUNT          PIC 9(02) VALUE ZERO.
002010     05  REGISTRY-TBL OCCURS 20 TIMES.
002020         10  RGT-IMAGE           PIC X(42).
002030         10  RGT-FIELDS REDEFINES RGT-IMAGE.
002040             15  RGT-PROBLEM     PIC X(02).
002050             15  RGT-PROGRAM-NAME
002060                                 PIC X(12).
002070             15  RGT-STAT-PROGRAM
002080                                 PIC X(10).
002090             15  RGT-CTL-FILE    PIC X(08).
002100             15  RGT-RPT-FILE    PIC X(08).
002110             15  FILLER          PIC X(02).
002120         10  RGT-DELETED-SW      PIC X(01).
002130             88  RGT-DELETED           VALUE 'Y'.
002140
002150*    Working copy of the preset library, one row per version.
002160 01  PRESET-TABLE-AREA.
002170     05  PRESET-COUNT            PIC 9(02) VALUE ZERO.
002180     05  PRESET-TBL OCCURS 30 TIMES.
002190         10  PRS-IMAGE           PIC X(65).
002200         10  PRS-FIELDS REDEFINES PRS-IMAGE.
002210             15  PRS-NAME        PIC X(08).
002220             15  PRS-OWNER       PIC X(08).
002230             15  PRS-EFF-DATE    PIC 9(08).
002240             15  PRS-EXP-DATE    PIC 9(08).
002250             15  FILLER          PIC X(33).
002260         10  PRS-DELETED-SW      PIC X(01).
002270             88  PRS-DELETED           VALUE 'Y'.
002280
002290*    Problem numbers and preset names on tonight's EULSCTL.
002300 01  TONIGHT-TABLE-AREA.
002310     05  TONIGHT-COUNT           PIC 9(03) VALUE ZERO.
002320     05  TONIGHT-TBL OCCURS 100 TIMES.
002330         10  TNT-PROBLEM         PIC X(02).
002340         10  TNT-PRESET-NAME     PIC X(08).
002350
002360*    Audit records for applied changes, held until the file they
002370*    belong to has been rewritten so EULAUDIT never records a
002380*    change that did not reach the file.
002390 01  PENDING-AUDIT-AREA.
002400     05  PENDING-COUNT           PIC 9(03) VALUE ZERO.
002410     05  PENDING-TBL OCCURS 200 TIMES.
002420         10  PND-FILE-CODE       PIC X(03).
002430         10  PND-PARAMETERS      PIC X(40).
002440         10  PND-RESULT          PIC 9(15).
002450         10  PND-STATUS          PIC X(08).
002460
002470 01  REGMNT-SWITCHES.
002480     05  ABEND-SW                PIC X(01) VALUE 'N'.
002490         88  JOB-ABEND                 VALUE 'Y'.
002500     05  MTR-EOF-SW              PIC X(01) VALUE 'N'.
002510         88  MTR-EOF                   VALUE 'Y'.
002520     05  MTR-OPEN-SW             PIC X(01) VALUE 'N'.
002530         88  MTR-FILE-OPENED           VALUE 'Y'.
002540     05  REG-EOF-SW              PIC X(01) VALUE 'N'.
002550         88  REG-EOF                   VALUE 'Y'.
002560     05  PSL-EOF-SW              PIC X(01) VALUE 'N'.
002570         88  PSL-EOF                   VALUE 'Y'.
002580     05  SCT-EOF-SW              PIC X(01) VALUE 'N'.
002590         88  SCT-EOF                   VALUE 'Y'.
002600     05  REG-FOUND-SW            PIC X(01) VALUE 'N'.
002610         88  REGISTRY-ROW-FOUND        VALUE 'Y'.
002620     05  PRESET-FOUND-SW         PIC X(01) VALUE 'N'.
002630         88  PRESET-ROW-FOUND          VALUE 'Y'.
002640     05  TONIGHT-FOUND-SW        PIC X(01) VALUE 'N'.
002650         88  ON-TONIGHTS-LIST          VALUE 'Y'.
002660     05  FILE-CLASH-SW           PIC X(01) VALUE 'N'.
002670         88  FILE-NAME-CLASH           VALUE 'Y'.
002680     05  OVERLAP-SW              PIC X(01) VALUE 'N'.
002690         88  DATE-RANGE-OVERLAP        VALUE 'Y'.
002700     05  NAME-BAD-SW             PIC X(01) VALUE 'N'.
002710         88  NAME-INVALID              VALUE 'Y'.
002720     05  NAME-END-SW             PIC X(01) VALUE 'N'.
002730         88  NAME-ENDED                VALUE 'Y'.
002740     05  HYPHEN-SW               PIC X(01) VALUE 'N'.
002750         88  HYPHEN-ALLOWED            VALUE 'Y'.
002760     05  DATE-BAD-SW             PIC X(01) VALUE 'N'.
002770         88  DATE-INVALID              VALUE 'Y'.
002780     05  REG-WRITE-SW            PIC X(01) VALUE 'N'.
002790         88  REGISTRY-REWRITTEN        VALUE 'Y'.
002800     05  PSL-WRITE-SW            PIC X(01) VALUE 'N'.
002810         88  PRESETS-REWRITTEN         VALUE 'Y'.
002820
002830 01  FILE-STATUS-AREA.
002840     05  MTR-FILE-STATUS         PIC X(02).
002850         88  MTR-FILE-OK               VALUE '00'.
002860     05  REG-FILE-STATUS         PIC X(02).
002870         88  REG-FILE-OK               VALUE '00'.
002880         88  REG-FILE-NOT-FOUND        VALUE '35'.
002890     05  PSL-FILE-STATUS         PIC X(02).
002900         88  PSL-FILE-OK               VALUE '00'.
002910         88  PSL-FILE-NOT-FOUND        VALUE '35'.
002920     05  SCT-FILE-STATUS         PIC X(02).
002930         88  SCT-FILE-OK               VALUE '00'.
002940     05  AUD-FILE-STATUS         PIC X(02).
002950         88  AUD-FILE-OK               VALUE '00'.
002960     05  RPT-FILE-STATUS         PIC X(02).
002970         88  RPT-FILE-OK               VALUE '00'.
002980*
002990 PROCEDURE DIVISION.
003000******************************************************************
003010* 0000-MAINLINE - overall flow of control for the maintenance run.
003020******************************************************************
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     IF NOT JOB-ABEND
003060         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
003070             UNTIL MTR-EOF
003080         PERFORM 5000-REWRITE-FILES THRU 5000-EXIT
003090         PERFORM 5500-POST-AUDIT-RECORDS THRU 5500-EXIT
003100         PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
003110     END-IF.
003120     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003130     GOBACK.
003140*
003150******************************************************************
003160* 1000-INITIALIZE - open the report, load both files and tonight's
003170* problem list into working storage.  A missing EULMTRAN means
003180* there is nothing to apply - not an error.
003190******************************************************************
003200 1000-INITIALIZE.
003210     OPEN OUTPUT REPORT-FILE.
003220     IF NOT RPT-FILE-OK
003230         MOVE 'Y' TO ABEND-SW
003240         GO TO 1000-EXIT
003250     END-IF.
003260     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
003270     MOVE SPACES TO REPORT-FILE-LINE.
003280     STRING "EULER-REGMNT - REGISTRY AND PRESET MAINTENANCE"
003290             DELIMITED BY SIZE INTO REPORT-FILE-LINE
003300     END-STRING.
003310     WRITE REPORT-FILE-LINE.
003320     MOVE SPACES TO REPORT-FILE-LINE.
003330     STRING "RUN DATE: " DELIMITED BY SIZE
003340             TODAY-DATE DELIMITED BY SIZE
003350             INTO REPORT-FILE-LINE
003360     END-STRING.
003370     WRITE REPORT-FILE-LINE.
003380     OPEN INPUT TRANSACTION-FILE.
003390     IF NOT MTR-FILE-OK
003400         MOVE 'Y' TO MTR-EOF-SW
003410         MOVE "NO TRANSACTION FILE - NOTHING TO DO"
003420             TO REPORT-FILE-LINE
003430         WRITE REPORT-FILE-LINE
003440         GO TO 1000-EXIT
003450     END-IF.
003460     SET MTR-FILE-OPENED TO TRUE.
003470     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
003480     IF JOB-ABEND
003490         GO TO 1000-EXIT
003500     END-IF.
003510     PERFORM 1200-LOAD-PRESETS THRU 1200-EXIT.
003520     IF JOB-ABEND
003530         GO TO 1000-EXIT
003540     END-IF.
003550     PERFORM 1300-LOAD-TONIGHT-LIST THRU 1300-EXIT.
003560 1000-EXIT.
003570     EXIT.
003580*
003590******************************************************************
003600* 1100-LOAD-REGISTRY - load EULSJOBS.  A registry that does not
003610* exist yet starts empty; one that will not open for any other
003620* reason, or holds more records than the table, aborts the run -
003630* rewriting it from a partial load would lose records.
003640******************************************************************
003650 1100-LOAD-REGISTRY.
003660     OPEN INPUT REGISTRY-FILE.
003670     IF REG-FILE-NOT-FOUND
003680         MOVE "EULSJOBS NOT FOUND - STARTING AN EMPTY REGISTRY"
003690             TO REPORT-FILE-LINE
003700         WRITE REPORT-FILE-LINE
003710         GO TO 1100-EXIT
003720     END-IF.
003730     IF NOT REG-FILE-OK
003740         MOVE 'Y' TO ABEND-SW
003750         MOVE "*** EULSJOBS OPEN FAILED - RUN ABORTED ***"
003760             TO REPORT-FILE-LINE
003770         WRITE REPORT-FILE-LINE
003780         GO TO 1100-EXIT
003790     END-IF.
003800     PERFORM 1110-LOAD-REGISTRY-RECORD THRU 1110-EXIT
003810         UNTIL REG-EOF.
003820     CLOSE REGISTRY-FILE.
003830 1100-EXIT.
003840     EXIT.
003850*
003860 1110-LOAD-REGISTRY-RECORD.
003870     READ REGISTRY-FILE
003880         AT END
003890             MOVE 'Y' TO REG-EOF-SW
003900             GO TO 1110-EXIT
003910     END-READ.
003920     IF REGISTRY-COUNT >= 20
003930         MOVE 'Y' TO ABEND-SW
003940         MOVE 'Y' TO REG-EOF-SW
003950         MOVE SPACES TO REPORT-FILE-LINE
003960         STRING "*** EULSJOBS HOLDS MORE THAN 20 RECORDS - "
003970                 DELIMITED BY SIZE
003980                 "RUN ABORTED ***" DELIMITED BY SIZE
003990                 INTO REPORT-FILE-LINE
004000         END-STRING
004010         WRITE REPORT-FILE-LINE
004020         GO TO 1110-EXIT
004030     END-IF.
004040     ADD 1 TO REGISTRY-COUNT.
004050     MOVE EULER-REGISTRY-RECORD TO RGT-IMAGE(REGISTRY-COUNT).
004060     MOVE 'N' TO RGT-DELETED-SW(REGISTRY-COUNT).
004070 1110-EXIT.
004080     EXIT.
004090*
004100******************************************************************
004110* 1200-LOAD-PRESETS - load EULSPSET on the same terms as the
004120* registry.
004130******************************************************************
004140 1200-LOAD-PRESETS.
004150     OPEN INPUT PRESET-FILE.
004160     IF PSL-FILE-NOT-FOUND
004170         MOVE "EULSPSET NOT FOUND - STARTING AN EMPTY LIBRARY"
004180             TO REPORT-FILE-LINE
004190         WRITE REPORT-FILE-LINE
004200         GO TO 1200-EXIT
004210     END-IF.
004220     IF NOT PSL-FILE-OK
004230         MOVE 'Y' TO ABEND-SW
004240         MOVE "*** EULSPSET OPEN FAILED - RUN ABORTED ***"
004250             TO REPORT-FILE-LINE
004260         WRITE REPORT-FILE-LINE
004270         GO TO 1200-EXIT
004280     END-IF.
004290     PERFORM 1210-LOAD-PRESET-RECORD THRU 1210-EXIT
004300         UNTIL PSL-EOF.
004310     CLOSE PRESET-FILE.
004320 1200-EXIT.
004330     EXIT.
004340*
004350 1210-LOAD-PRESET-RECORD.
004360     READ PRESET-FILE
004370         AT END
004380             MOVE 'Y' TO PSL-EOF-SW
004390             GO TO 1210-EXIT
004400     END-READ.
004410     IF PRESET-COUNT >= 30
004420         MOVE 'Y' TO ABEND-SW
004430         MOVE 'Y' TO PSL-EOF-SW
004440         MOVE SPACES TO REPORT-FILE-LINE
004450         STRING "*** EULSPSET HOLDS MORE THAN 30 RECORDS - "
004460                 DELIMITED BY SIZE
004470                 "RUN ABORTED ***" DELIMITED BY SIZE
004480                 INTO REPORT-FILE-LINE
004490         END-STRING
004500         WRITE REPORT-FILE-LINE
004510         GO TO 1210-EXIT
004520     END-IF.
004530     ADD 1 TO PRESET-COUNT.
004540     MOVE PRESET-RECORD TO PRS-IMAGE(PRESET-COUNT).
004550     MOVE 'N' TO PRS-DELETED-SW(PRESET-COUNT).
004560 1210-EXIT.
004570     EXIT.
004580*
004590******************************************************************
004600* 1300-LOAD-TONIGHT-LIST - note every problem number and preset
004610* name tonight's EULSCTL references, so a DELETE cannot pull one
004620* out from under the night.  No list yet means nothing is held.
004630******************************************************************
004640 1300-LOAD-TONIGHT-LIST.
004650     OPEN INPUT SUITE-CONTROL-FILE.
004660     IF NOT SCT-FILE-OK
004670         MOVE 'Y' TO SCT-EOF-SW
004680         GO TO 1300-EXIT
004690     END-IF.
004700     PERFORM 1310-LOAD-TONIGHT-ENTRY THRU 1310-EXIT
004710         UNTIL SCT-EOF.
004720     CLOSE SUITE-CONTROL-FILE.
004730 1300-EXIT.
004740     EXIT.
004750*
004760 1310-LOAD-TONIGHT-ENTRY.
004770     READ SUITE-CONTROL-FILE
004780         AT END
004790             MOVE 'Y' TO SCT-EOF-SW
004800             GO TO 1310-EXIT
004810     END-READ.
004820     IF TONIGHT-COUNT >= 100
004830         GO TO 1310-EXIT
004840     END-IF.
004850     ADD 1 TO TONIGHT-COUNT.
004860     MOVE SUITE-PST-PROBLEM TO TNT-PROBLEM(TONIGHT-COUNT).
004870     IF PRESET-FORM-ENTRY
004880         MOVE SUITE-PST-NAME TO TNT-PRESET-NAME(TONIGHT-COUNT)
004890     ELSE
004900         MOVE SPACES TO TNT-PRESET-NAME(TONIGHT-COUNT)
004910     END-IF.
004920 1310-EXIT.
004930     EXIT.
004940*
004950******************************************************************
004960* 2000-PROCESS-TRANSACTION - read, edit and apply one transaction
004970* to the working copy of its file, performed out-of-line until the
004980* transaction file is exhausted.  The first failed check decides
004990* the reason code.
005000******************************************************************
005010 2000-PROCESS-TRANSACTION.
005020     READ TRANSACTION-FILE
005030         AT END
005040             MOVE 'Y' TO MTR-EOF-SW
005050             GO TO 2000-EXIT
005060     END-READ.
005070     ADD 1 TO TRANS-READ.
005080     MOVE ZERO TO MAINT-REASON-CODE.
005090     MOVE SPACES TO BEFORE-IMAGE.
005100     MOVE SPACES TO AFTER-IMAGE.
005110     IF NOT MTR-REGISTRY-FILE AND NOT MTR-PRESET-FILE
005120         MOVE 01 TO MAINT-REASON-CODE
005130         GO TO 2000-REJECT
005140     END-IF.
005150     IF NOT MTR-ADD AND NOT MTR-CHANGE
005160             AND NOT MTR-DELETE AND NOT MTR-EXPIRE
005170         MOVE 02 TO MAINT-REASON-CODE
005180         GO TO 2000-REJECT
005190     END-IF.
005200     IF MTR-REGISTRY-FILE AND MTR-EXPIRE
005210         MOVE 02 TO MAINT-REASON-CODE
005220         GO TO 2000-REJECT
005230     END-IF.
005240     IF MTR-OPERATOR = SPACES
005250         MOVE 03 TO MAINT-REASON-CODE
005260         GO TO 2000-REJECT
005270     END-IF.
005280     IF PENDING-COUNT >= 200
005290         MOVE 04 TO MAINT-REASON-CODE
005300         GO TO 2000-REJECT
005310     END-IF.
005320     IF MTR-REGISTRY-FILE
005330         PERFORM 2100-REGISTRY-TRANSACTION THRU 2100-EXIT
005340     ELSE
005350         PERFORM 2300-PRESET-TRANSACTION THRU 2300-EXIT
005360     END-IF.
005370     IF MAINT-REASON-CODE NOT = ZERO
005380         GO TO 2000-REJECT
005390     END-IF.
005400     ADD 1 TO TRANS-APPLIED.
005410     PERFORM 2700-ADD-PENDING-AUDIT THRU 2700-EXIT.
005420     PERFORM 2800-WRITE-APPLIED-LINES THRU 2800-EXIT.
005430     GO TO 2000-EXIT.
005440 2000-REJECT.
005450     ADD 1 TO TRANS-REJECTED.
005460     PERFORM 2900-WRITE-REJECT-LINES THRU 2900-EXIT.
005470 2000-EXIT.
005480     EXIT.
005490*
005500******************************************************************
005510* 2100-REGISTRY-TRANSACTION - edit and apply an ADD, CHANGE or
005520* DELETE against the registry, keyed on the problem number.
005530******************************************************************
005540 2100-REGISTRY-TRANSACTION.
005550     IF MTR-REG-PROBLEM IS NOT NUMERIC
005560         MOVE 05 TO MAINT-REASON-CODE
005570         GO TO 2100-EXIT
005580     END-IF.
005590     IF MTR-REG-PROBLEM = ZERO
005600         MOVE 05 TO MAINT-REASON-CODE
005610         GO TO 2100-EXIT
005620     END-IF.
005630     PERFORM 2150-FIND-REGISTRY-ROW THRU 2150-EXIT.
005640     IF MTR-ADD AND REGISTRY-ROW-FOUND
005650         MOVE 06 TO MAINT-REASON-CODE
005660         GO TO 2100-EXIT
005670     END-IF.
005680     IF NOT MTR-ADD AND NOT REGISTRY-ROW-FOUND
005690         MOVE 07 TO MAINT-REASON-CODE
005700         GO TO 2100-EXIT
005710     END-IF.
005720     IF MTR-DELETE
005730         PERFORM 2160-CHECK-TONIGHT-PROBLEM THRU 2160-EXIT
005740         IF ON-TONIGHTS-LIST
005750             MOVE 14 TO MAINT-REASON-CODE
005760             GO TO 2100-EXIT
005770         END-IF
005780         MOVE RGT-IMAGE(REGISTRY-SUB) TO BEFORE-IMAGE
005790         MOVE 'Y' TO RGT-DELETED-SW(REGISTRY-SUB)
005800         MOVE "DELETED" TO AUDIT-ACTION-STATUS
005810         ADD 1 TO REGISTRY-CHANGES
005820         GO TO 2100-EXIT
005830     END-IF.
005840     PERFORM 2200-EDIT-REGISTRY-IMAGE THRU 2200-EXIT.
005850     IF MAINT-REASON-CODE NOT = ZERO
005860         GO TO 2100-EXIT
005870     END-IF.
005880     IF MTR-ADD
005890         PERFORM 2170-FIND-FREE-REGISTRY-ROW THRU 2170-EXIT
005900         IF REGISTRY-SUB = ZERO
005910             MOVE 15 TO MAINT-REASON-CODE
005920             GO TO 2100-EXIT
005930         END-IF
005940         MOVE "ADDED" TO AUDIT-ACTION-STATUS
005950     ELSE
005960         MOVE RGT-IMAGE(REGISTRY-SUB) TO BEFORE-IMAGE
005970         MOVE "CHANGED" TO AUDIT-ACTION-STATUS
005980     END-IF.
005990     MOVE MTR-REG-IMAGE TO RGT-IMAGE(REGISTRY-SUB).
006000     MOVE 'N' TO RGT-DELETED-SW(REGISTRY-SUB).
006010     MOVE RGT-IMAGE(REGISTRY-SUB) TO AFTER-IMAGE.
006020     ADD 1 TO REGISTRY-CHANGES.
006030 2100-EXIT.
006040     EXIT.
006050*
006060 2150-FIND-REGISTRY-ROW.
006070     MOVE 'N' TO REG-FOUND-SW.
006080     MOVE ZERO TO REGISTRY-SUB.
006090     IF REGISTRY-COUNT > ZERO
006100         PERFORM 2155-MATCH-REGISTRY-ROW THRU 2155-EXIT
006110             VARYING REGISTRY-SCAN-SUB FROM 1 BY 1
006120             UNTIL REGISTRY-SCAN-SUB > REGISTRY-COUNT
006130                 OR REGISTRY-ROW-FOUND
006140     END-IF.
006150 2150-EXIT.
006160     EXIT.
006170*
006180 2155-MATCH-REGISTRY-ROW.
006190     IF RGT-PROBLEM(REGISTRY-SCAN-SUB) = MTR-REG-PROBLEM
006200             AND NOT RGT-DELETED(REGISTRY-SCAN-SUB)
006210         MOVE 'Y' TO REG-FOUND-SW
006220         MOVE REGISTRY-SCAN-SUB TO REGISTRY-SUB
006230     END-IF.
006240 2155-EXIT.
006250     EXIT.
006260*
006270 2160-CHECK-TONIGHT-PROBLEM.
006280     MOVE 'N' TO TONIGHT-FOUND-SW.
006290     IF TONIGHT-COUNT > ZERO
006300         PERFORM 2165-MATCH-TONIGHT-PROBLEM THRU 2165-EXIT
006310             VARYING TONIGHT-SCAN-SUB FROM 1 BY 1
006320             UNTIL TONIGHT-SCAN-SUB > TONIGHT-COUNT
006330                 OR ON-TONIGHTS-LIST
006340     END-IF.
006350 2160-EXIT.
006360     EXIT.
006370*
006380 2165-MATCH-TONIGHT-PROBLEM.
006390     IF TNT-PROBLEM(TONIGHT-SCAN-SUB) = MTR-REG-PROBLEM
006400         MOVE 'Y' TO TONIGHT-FOUND-SW
006410     END-IF.
006420 2165-EXIT.
006430     EXIT.
006440*
006450******************************************************************
006460* 2170-FIND-FREE-REGISTRY-ROW - a slot for an ADD: the first row
006470* deleted earlier in this run, else a new row on the end.  A zero
006480* subscript back means the table is full.
006490******************************************************************
006500 2170-FIND-FREE-REGISTRY-ROW.
006510     MOVE ZERO TO REGISTRY-SUB.
006520     IF REGISTRY-COUNT > ZERO
006530         PERFORM 2175-MATCH-FREE-REGISTRY-ROW THRU 2175-EXIT
006540             VARYING REGISTRY-SCAN-SUB FROM 1 BY 1
006550             UNTIL REGISTRY-SCAN-SUB > REGISTRY-COUNT
006560                 OR REGISTRY-SUB NOT = ZERO
006570     END-IF.
006580     IF REGISTRY-SUB = ZERO AND REGISTRY-COUNT < 20
006590         ADD 1 TO REGISTRY-COUNT
006600         MOVE REGISTRY-COUNT TO REGISTRY-SUB
006610     END-IF.
006620 2170-EXIT.
006630     EXIT.
006640*
006650 2175-MATCH-FREE-REGISTRY-ROW.
006660     IF RGT-DELETED(REGISTRY-SCAN-SUB)
006670         MOVE REGISTRY-SCAN-SUB TO REGISTRY-SUB
006680     END-IF.
006690 2175-EXIT.
006700     EXIT.
006710*
006720******************************************************************
006730* 2200-EDIT-REGISTRY-IMAGE - the name checks that stop a mistyped
006740* registry record before the suite CALLs or assigns it at 2 a.m.
006750* Program names may carry a hyphen; file names may not.  The
006760* control and report files must differ from each other and from
006770* every other problem's, or two jobs would overwrite each other.
006780******************************************************************
006790 2200-EDIT-REGISTRY-IMAGE.
006800     MOVE 'Y' TO HYPHEN-SW.
006810     MOVE MTR-REG-PROGRAM-NAME TO NAME-WORK.
006820     PERFORM 2600-CHECK-NAME THRU 2600-EXIT.
006830     IF NAME-INVALID
006840         MOVE 08 TO MAINT-REASON-CODE
006850         GO TO 2200-EXIT
006860     END-IF.
006870     MOVE MTR-REG-STAT-PROGRAM TO NAME-WORK.
006880     PERFORM 2600-CHECK-NAME THRU 2600-EXIT.
006890     IF NAME-INVALID
006900         MOVE 09 TO MAINT-REASON-CODE
006910         GO TO 2200-EXIT
006920     END-IF.
006930     MOVE 'N' TO HYPHEN-SW.
006940     MOVE MTR-REG-CONTROL-FILE TO NAME-WORK.
006950     PERFORM 2600-CHECK-NAME THRU 2600-EXIT.
006960     IF NAME-INVALID
006970         MOVE 10 TO MAINT-REASON-CODE
006980         GO TO 2200-EXIT
006990     END-IF.
007000     MOVE MTR-REG-REPORT-FILE TO NAME-WORK.
007010     PERFORM 2600-CHECK-NAME THRU 2600-EXIT.
007020     IF NAME-INVALID
007030         MOVE 11 TO MAINT-REASON-CODE
007040         GO TO 2200-EXIT
007050     END-IF.
007060     IF MTR-REG-CONTROL-FILE = MTR-REG-REPORT-FILE
007070         MOVE 12 TO MAINT-REASON-CODE
007080         GO TO 2200-EXIT
007090     END-IF.
007100     MOVE 'N' TO FILE-CLASH-SW.
007110     IF REGISTRY-COUNT > ZERO
007120         PERFORM 2250-CHECK-FILE-CLASH THRU 2250-EXIT
007130             VARYING REGISTRY-SCAN-SUB FROM 1 BY 1
007140             UNTIL REGISTRY-SCAN-SUB > REGISTRY-COUNT
007150                 OR FILE-NAME-CLASH
007160     END-IF.
007170     IF FILE-NAME-CLASH
007180         MOVE 12 TO MAINT-REASON-CODE
007190         GO TO 2200-EXIT
007200     END-IF.
007210     IF MTR-REG-CALC-MODE-SW NOT = 'Y'
007220             AND MTR-REG-CALC-MODE-SW NOT = 'N'
007230         MOVE 13 TO MAINT-REASON-CODE
007240         GO TO 2200-EXIT
007250     END-IF.
007260     IF MTR-REG-DIVISORS-SW NOT = 'Y'
007270             AND MTR-REG-DIVISORS-SW NOT = 'N'
007280         MOVE 13 TO MAINT-REASON-CODE
007290     END-IF.
007300 2200-EXIT.
007310     EXIT.
007320*
007330 2250-CHECK-FILE-CLASH.
007340     IF RGT-DELETED(REGISTRY-SCAN-SUB)
007350         GO TO 2250-EXIT
007360     END-IF.
007370     IF RGT-PROBLEM(REGISTRY-SCAN-SUB) = MTR-REG-PROBLEM
007380         GO TO 2250-EXIT
007390     END-IF.
007400     IF RGT-CTL-FILE(REGISTRY-SCAN-SUB) = MTR-REG-CONTROL-FILE
007410             OR RGT-CTL-FILE(REGISTRY-SCAN-SUB)
007420                 = MTR-REG-REPORT-FILE
007430             OR RGT-RPT-FILE(REGISTRY-SCAN-SUB)
007440                 = MTR-REG-CONTROL-FILE
007450             OR RGT-RPT-FILE(REGISTRY-SCAN-SUB)
007460                 = MTR-REG-REPORT-FILE
007470         MOVE 'Y' TO FILE-CLASH-SW
007480     END-IF.
007490 2250-EXIT.
007500     EXIT.
007510*
007520******************************************************************
007530* 2300-PRESET-TRANSACTION - edit and apply an ADD, CHANGE, DELETE
007540* or EXPIRE against the preset library, keyed on the preset name
007550* and effective date.
007560******************************************************************
007570 2300-PRESET-TRANSACTION.
007580     IF MTR-PSL-NAME = SPACES
007590         MOVE 16 TO MAINT-REASON-CODE
007600         GO TO 2300-EXIT
007610     END-IF.
007620     IF MTR-PSL-EFF-DATE IS NOT NUMERIC
007630         MOVE 18 TO MAINT-REASON-CODE
007640         GO TO 2300-EXIT
007650     END-IF.
007660     MOVE MTR-PSL-EFF-DATE TO DATE-CHECK-WORK.
007670     PERFORM 2650-CHECK-DATE THRU 2650-EXIT.
007680     IF DATE-INVALID
007690         MOVE 18 TO MAINT-REASON-CODE
007700         GO TO 2300-EXIT
007710     END-IF.
007720     PERFORM 2350-FIND-PRESET-ROW THRU 2350-EXIT.
007730     IF MTR-ADD AND PRESET-ROW-FOUND
007740         MOVE 19 TO MAINT-REASON-CODE
007750         GO TO 2300-EXIT
007760     END-IF.
007770     IF NOT MTR-ADD AND NOT PRESET-ROW-FOUND
007780         MOVE 20 TO MAINT-REASON-CODE
007790         GO TO 2300-EXIT
007800     END-IF.
007810     IF MTR-DELETE
007820         PERFORM 2360-CHECK-TONIGHT-PRESET THRU 2360-EXIT
007830         IF ON-TONIGHTS-LIST
007840             MOVE 21 TO MAINT-REASON-CODE
007850             GO TO 2300-EXIT
007860         END-IF
007870         MOVE PRS-IMAGE(PRESET-SUB) TO BEFORE-IMAGE
007880         MOVE 'Y' TO PRS-DELETED-SW(PRESET-SUB)
007890         MOVE "DELETED" TO AUDIT-ACTION-STATUS
007900         ADD 1 TO PRESET-CHANGES
007910         GO TO 2300-EXIT
007920     END-IF.
007930     IF MTR-EXPIRE
007940         PERFORM 2500-EXPIRE-PRESET THRU 2500-EXIT
007950         GO TO 2300-EXIT
007960     END-IF.
007970     PERFORM 2400-EDIT-PRESET-IMAGE THRU 2400-EXIT.
007980     IF MAINT-REASON-CODE NOT = ZERO
007990         GO TO 2300-EXIT
008000     END-IF.
008010     IF MTR-ADD
008020         PERFORM 2370-FIND-FREE-PRESET-ROW THRU 2370-EXIT
008030         IF PRESET-SUB = ZERO
008040             MOVE 26 TO MAINT-REASON-CODE
008050             GO TO 2300-EXIT
008060         END-IF
008070         MOVE "ADDED" TO AUDIT-ACTION-STATUS
008080     ELSE
008090         MOVE PRS-IMAGE(PRESET-SUB) TO BEFORE-IMAGE
008100         MOVE "CHANGED" TO AUDIT-ACTION-STATUS
008110     END-IF.
008120     MOVE MTR-PSL-IMAGE TO PRS-IMAGE(PRESET-SUB).
008130     MOVE 'N' TO PRS-DELETED-SW(PRESET-SUB).
008140     MOVE PRS-IMAGE(PRESET-SUB) TO AFTER-IMAGE.
008150     ADD 1 TO PRESET-CHANGES.
008160 2300-EXIT.
008170     EXIT.
008180*
008190 2350-FIND-PRESET-ROW.
008200     MOVE 'N' TO PRESET-FOUND-SW.
008210     MOVE ZERO TO PRESET-SUB.
008220     IF PRESET-COUNT > ZERO
008230         PERFORM 2355-MATCH-PRESET-ROW THRU 2355-EXIT
008240             VARYING PRESET-SCAN-SUB FROM 1 BY 1
008250             UNTIL PRESET-SCAN-SUB > PRESET-COUNT
008260                 OR PRESET-ROW-FOUND
008270     END-IF.
008280 2350-EXIT.
008290     EXIT.
008300*
008310 2355-MATCH-PRESET-ROW.
008320     IF PRS-NAME(PRESET-SCAN-SUB) = MTR-PSL-NAME
008330             AND PRS-EFF-DATE(PRESET-SCAN-SUB) = MTR-PSL-EFF-DATE
008340             AND NOT PRS-DELETED(PRESET-SCAN-SUB)
008350         MOVE 'Y' TO PRESET-FOUND-SW
008360         MOVE PRESET-SCAN-SUB TO PRESET-SUB
008370     END-IF.
008380 2355-EXIT.
008390     EXIT.
008400*
008410 2360-CHECK-TONIGHT-PRESET.
008420     MOVE 'N' TO TONIGHT-FOUND-SW.
008430     IF TONIGHT-COUNT > ZERO
008440         PERFORM 2365-MATCH-TONIGHT-PRESET THRU 2365-EXIT
008450             VARYING TONIGHT-SCAN-SUB FROM 1 BY 1
008460             UNTIL TONIGHT-SCAN-SUB > TONIGHT-COUNT
008470                 OR ON-TONIGHTS-LIST
008480     END-IF.
008490 2360-EXIT.
008500     EXIT.
008510*
008520 2365-MATCH-TONIGHT-PRESET.
008530     IF TNT-PRESET-NAME(TONIGHT-SCAN-SUB) = MTR-PSL-NAME
008540         MOVE 'Y' TO TONIGHT-FOUND-SW
008550     END-IF.
008560 2365-EXIT.
008570     EXIT.
008580*
008590 2370-FIND-FREE-PRESET-ROW.
008600     MOVE ZERO TO PRESET-SUB.
008610     IF PRESET-COUNT > ZERO
008620         PERFORM 2375-MATCH-FREE-PRESET-ROW THRU 2375-EXIT
008630             VARYING PRESET-SCAN-SUB FROM 1 BY 1
008640             UNTIL PRESET-SCAN-SUB > PRESET-COUNT
008650                 OR PRESET-SUB NOT = ZERO
008660     END-IF.
008670     IF PRESET-SUB = ZERO AND PRESET-COUNT < 30
008680         ADD 1 TO PRESET-COUNT
008690         MOVE PRESET-COUNT TO PRESET-SUB
008700     END-IF.
008710 2370-EXIT.
008720     EXIT.
008730*
008740 2375-MATCH-FREE-PRESET-ROW.
008750     IF PRS-DELETED(PRESET-SCAN-SUB)
008760         MOVE PRESET-SCAN-SUB TO PRESET-SUB
008770     END-IF.
008780 2375-EXIT.
008790     EXIT.
008800*
008810******************************************************************
008820* 2400-EDIT-PRESET-IMAGE - the same parameter checks the suite's
008830* pre-dispatch edit applies to a resolved preset, plus the owner,
008840* the expiry date and the effective-date overlap check.
008850******************************************************************
008860 2400-EDIT-PRESET-IMAGE.
008870     IF MTR-PSL-OWNER = SPACES
008880         MOVE 17 TO MAINT-REASON-CODE
008890         GO TO 2400-EXIT
008900     END-IF.
008910     IF MTR-PSL-EXP-DATE IS NOT NUMERIC
008920         MOVE 18 TO MAINT-REASON-CODE
008930         GO TO 2400-EXIT
008940     END-IF.
008950     IF MTR-PSL-EXP-DATE > ZERO
008960         MOVE MTR-PSL-EXP-DATE TO DATE-CHECK-WORK
008970         PERFORM 2650-CHECK-DATE THRU 2650-EXIT
008980         IF DATE-INVALID
008990                 OR MTR-PSL-EXP-DATE < MTR-PSL-EFF-DATE
009000             MOVE 18 TO MAINT-REASON-CODE
009010             GO TO 2400-EXIT
009020         END-IF
009030     END-IF.
009040     IF MTR-PSL-LIMIT IS NOT NUMERIC
009050         MOVE 23 TO MAINT-REASON-CODE
009060         GO TO 2400-EXIT
009070     END-IF.
009080     IF MTR-PSL-LIMIT = ZERO
009090         MOVE 23 TO MAINT-REASON-CODE
009100         GO TO 2400-EXIT
009110     END-IF.
009120     IF MTR-PSL-DIVISOR-COUNT IS NOT NUMERIC
009130         MOVE 24 TO MAINT-REASON-CODE
009140         GO TO 2400-EXIT
009150     END-IF.
009160     IF MTR-PSL-DIVISOR-COUNT > 4
009170         MOVE 24 TO MAINT-REASON-CODE
009180         GO TO 2400-EXIT
009190     END-IF.
009200     PERFORM 2410-EDIT-PRESET-DIVISOR THRU 2410-EXIT
009210         VARYING EDIT-SCAN-SUB FROM 1 BY 1
009220         UNTIL EDIT-SCAN-SUB > 4.
009230     IF MAINT-REASON-CODE NOT = ZERO
009240         GO TO 2400-EXIT
009250     END-IF.
009260     IF MTR-PSL-CALC-MODE NOT = SPACES
009270             AND MTR-PSL-CALC-MODE NOT = 'FAST  '
009280             AND MTR-PSL-CALC-MODE NOT = 'LOOP  '
009290             AND MTR-PSL-CALC-MODE NOT = 'VERIFY'
009300         MOVE 25 TO MAINT-REASON-CODE
009310         GO TO 2400-EXIT
009320     END-IF.
009330     MOVE MTR-PSL-EFF-DATE TO CAND-EFF-DATE.
009340     MOVE MTR-PSL-EXP-DATE TO CAND-EXP-DATE.
009350     IF MTR-ADD
009360         MOVE ZERO TO OVERLAP-SKIP-SUB
009370     ELSE
009380         MOVE PRESET-SUB TO OVERLAP-SKIP-SUB
009390     END-IF.
009400     PERFORM 2450-CHECK-OVERLAP THRU 2450-EXIT.
009410     IF DATE-RANGE-OVERLAP
009420         MOVE 22 TO MAINT-REASON-CODE
009430     END-IF.
009440 2400-EXIT.
009450     EXIT.
009460*
009470 2410-EDIT-PRESET-DIVISOR.
009480     IF MTR-PSL-DIVISOR(EDIT-SCAN-SUB) IS NOT NUMERIC
009490         MOVE 24 TO MAINT-REASON-CODE
009500         GO TO 2410-EXIT
009510     END-IF.
009520     IF EDIT-SCAN-SUB <= MTR-PSL-DIVISOR-COUNT
009530             AND MTR-PSL-DIVISOR(EDIT-SCAN-SUB) = ZERO
009540         MOVE 24 TO MAINT-REASON-CODE
009550     END-IF.
009560 2410-EXIT.
009570     EXIT.
009580*
009590******************************************************************
009600* 2450-CHECK-OVERLAP - does the candidate date range for this
009610* preset name overlap any other live version of the same name?
009620* A zero expiry date is open-ended.  OVERLAP-SKIP-SUB is the
009630* version being changed, which is not compared with itself.
009640******************************************************************
009650 2450-CHECK-OVERLAP.
009660     MOVE 'N' TO OVERLAP-SW.
009670     IF CAND-EXP-DATE = ZERO
009680         MOVE 99999999 TO CAND-EXP-DATE
009690     END-IF.
009700     IF PRESET-COUNT > ZERO
009710         PERFORM 2455-CHECK-OVERLAP-ROW THRU 2455-EXIT
009720             VARYING PRESET-SCAN-SUB FROM 1 BY 1
009730             UNTIL PRESET-SCAN-SUB > PRESET-COUNT
009740                 OR DATE-RANGE-OVERLAP
009750     END-IF.
009760 2450-EXIT.
009770     EXIT.
009780*
009790 2455-CHECK-OVERLAP-ROW.
009800     IF PRESET-SCAN-SUB = OVERLAP-SKIP-SUB
009810         GO TO 2455-EXIT
009820     END-IF.
009830     IF PRS-DELETED(PRESET-SCAN-SUB)
009840         GO TO 2455-EXIT
009850     END-IF.
009860     IF PRS-NAME(PRESET-SCAN-SUB) NOT = MTR-PSL-NAME
009870         GO TO 2455-EXIT
009880     END-IF.
009890     IF PRS-EXP-DATE(PRESET-SCAN-SUB) IS NOT NUMERIC
009900             OR PRS-EXP-DATE(PRESET-SCAN-SUB) = ZERO
009910         MOVE 99999999 TO ROW-EXP-DATE
009920     ELSE
009930         MOVE PRS-EXP-DATE(PRESET-SCAN-SUB) TO ROW-EXP-DATE
009940     END-IF.
009950     IF CAND-EFF-DATE <= ROW-EXP-DATE
009960             AND PRS-EFF-DATE(PRESET-SCAN-SUB) <= CAND-EXP-DATE
009970         MOVE 'Y' TO OVERLAP-SW
009980     END-IF.
009990 2455-EXIT.
010000     EXIT.
010010*
010020******************************************************************
010030* 2500-EXPIRE-PRESET - close a preset version's date range.  The
010040* new expiry date comes from the transaction, or is today when it
010050* is zero; it may not fall before the effective date, must still
010060* leave the version clear of its neighbours, and may not take a
010070* preset tonight's list references out of effect before tonight.
010080******************************************************************
010090 2500-EXPIRE-PRESET.
010100     IF MTR-PSL-EXP-DATE IS NOT NUMERIC
010110         MOVE 18 TO MAINT-REASON-CODE
010120         GO TO 2500-EXIT
010130     END-IF.
010140     IF MTR-PSL-EXP-DATE = ZERO
010150         MOVE TODAY-DATE TO NEW-EXP-DATE
010160     ELSE
010170         MOVE MTR-PSL-EXP-DATE TO NEW-EXP-DATE
010180     END-IF.
010190     MOVE NEW-EXP-DATE TO DATE-CHECK-WORK.
010200     PERFORM 2650-CHECK-DATE THRU 2650-EXIT.
010210     IF DATE-INVALID OR NEW-EXP-DATE < MTR-PSL-EFF-DATE
010220         MOVE 18 TO MAINT-REASON-CODE
010230         GO TO 2500-EXIT
010240     END-IF.
010250     IF NEW-EXP-DATE < TODAY-DATE
010260         PERFORM 2360-CHECK-TONIGHT-PRESET THRU 2360-EXIT
010270         IF ON-TONIGHTS-LIST
010280             MOVE 21 TO MAINT-REASON-CODE
010290             GO TO 2500-EXIT
010300         END-IF
010310     END-IF.
010320     MOVE MTR-PSL-EFF-DATE TO CAND-EFF-DATE.
010330     MOVE NEW-EXP-DATE TO CAND-EXP-DATE.
010340     MOVE PRESET-SUB TO OVERLAP-SKIP-SUB.
010350     PERFORM 2450-CHECK-OVERLAP THRU 2450-EXIT.
010360     IF DATE-RANGE-OVERLAP
010370         MOVE 22 TO MAINT-REASON-CODE
010380         GO TO 2500-EXIT
010390     END-IF.
010400     MOVE PRS-IMAGE(PRESET-SUB) TO BEFORE-IMAGE.
010410     MOVE NEW-EXP-DATE TO PRS-EXP-DATE(PRESET-SUB).
010420     MOVE PRS-IMAGE(PRESET-SUB) TO AFTER-IMAGE.
010430     MOVE "EXPIRED" TO AUDIT-ACTION-STATUS.
010440     ADD 1 TO PRESET-CHANGES.
010450 2500-EXIT.
010460     EXIT.
010470*
010480******************************************************************
010490* 2600-CHECK-NAME - NAME-WORK must start with a letter and carry
010500* only letters, digits (and hyphens when HYPHEN-ALLOWED) up to
010510* its first space, with nothing after that space.
010520******************************************************************
010530 2600-CHECK-NAME.
010540     MOVE 'N' TO NAME-BAD-SW.
010550     MOVE 'N' TO NAME-END-SW.
010560     IF NAME-CHAR(1) = SPACE
010570             OR NAME-CHAR(1) IS NOT ALPHABETIC-UPPER
010580         MOVE 'Y' TO NAME-BAD-SW
010590         GO TO 2600-EXIT
010600     END-IF.
010610     PERFORM 2610-CHECK-NAME-CHAR THRU 2610-EXIT
010620         VARYING NAME-SUB FROM 2 BY 1
010630         UNTIL NAME-SUB > 12
010640             OR NAME-INVALID.
010650 2600-EXIT.
010660     EXIT.
010670*
010680 2610-CHECK-NAME-CHAR.
010690     IF NAME-CHAR(NAME-SUB) = SPACE
010700         MOVE 'Y' TO NAME-END-SW
010710         GO TO 2610-EXIT
010720     END-IF.
010730     IF NAME-ENDED
010740         MOVE 'Y' TO NAME-BAD-SW
010750         GO TO 2610-EXIT
010760     END-IF.
010770     IF NAME-CHAR(NAME-SUB) IS ALPHABETIC-UPPER
010780             OR NAME-CHAR(NAME-SUB) IS NUMERIC
010790         GO TO 2610-EXIT
010800     END-IF.
010810     IF NAME-CHAR(NAME-SUB) = '-' AND HYPHEN-ALLOWED
010820         GO TO 2610-EXIT
010830     END-IF.
010840     MOVE 'Y' TO NAME-BAD-SW.
010850 2610-EXIT.
010860     EXIT.
010870*
010871*    A real calendar date: the ranges are checked first so the
010872*    round trip through the integer date is only asked of a
010873*    date it can take, and the round trip then refuses days past
010874*    the end of the month, as EULER-SCHGEN does.
010880 2650-CHECK-DATE.
010890     MOVE 'N' TO DATE-BAD-SW.
010900     IF CHK-YEAR < 1900
010910             OR CHK-MONTH < 1 OR CHK-MONTH > 12
010920             OR CHK-DAY < 1 OR CHK-DAY > 31
010930         MOVE 'Y' TO DATE-BAD-SW
010932         GO TO 2650-EXIT
010940     END-IF.
010942     IF FUNCTION DATE-OF-INTEGER(
010944             FUNCTION INTEGER-OF-DATE(DATE-CHECK-WORK))
010946             NOT = DATE-CHECK-WORK
010948         MOVE 'Y' TO DATE-BAD-SW
010949     END-IF.
010950 2650-EXIT.
010960     EXIT.
010970*
010980******************************************************************
010990* 2700-ADD-PENDING-AUDIT - hold the audit record for an applied
011000* change: file, action, key and operator in the parameters.
011010******************************************************************
011020 2700-ADD-PENDING-AUDIT.
011030     MOVE SPACES TO AUDIT-PARM-TEXT.
011040     IF MTR-REGISTRY-FILE
011050         STRING MTR-FILE-CODE DELIMITED BY SIZE
011060                 " " DELIMITED BY SIZE
011070                 MTR-ACTION DELIMITED BY SIZE
011080                 " " DELIMITED BY SIZE
011090                 MTR-REG-PROBLEM DELIMITED BY SIZE
011100                 " BY " DELIMITED BY SIZE
011110                 MTR-OPERATOR DELIMITED BY SIZE
011120                 INTO AUDIT-PARM-TEXT
011130         END-STRING
011140     ELSE
011150         STRING MTR-FILE-CODE DELIMITED BY SIZE
011160                 " " DELIMITED BY SIZE
011170                 MTR-ACTION DELIMITED BY SIZE
011180                 " " DELIMITED BY SIZE
011190                 MTR-PSL-NAME DELIMITED BY SIZE
011200                 " " DELIMITED BY SIZE
011210                 MTR-PSL-EFF-DATE DELIMITED BY SIZE
011220                 " BY " DELIMITED BY SIZE
011230                 MTR-OPERATOR DELIMITED BY SIZE
011240                 INTO AUDIT-PARM-TEXT
011250         END-STRING
011260     END-IF.
011270     ADD 1 TO PENDING-COUNT.
011280     MOVE MTR-FILE-CODE TO PND-FILE-CODE(PENDING-COUNT).
011290     MOVE AUDIT-PARM-TEXT TO PND-PARAMETERS(PENDING-COUNT).
011300     IF MTR-REGISTRY-FILE
011310         MOVE MTR-REG-PROBLEM TO PND-RESULT(PENDING-COUNT)
011320     ELSE
011330         MOVE ZERO TO PND-RESULT(PENDING-COUNT)
011340     END-IF.
011350     MOVE AUDIT-ACTION-STATUS TO PND-STATUS(PENDING-COUNT).
011360 2700-EXIT.
011370     EXIT.
011380*
011390 2800-WRITE-APPLIED-LINES.
011400     MOVE TRANS-READ TO TRANS-SEQ-DISPLAY.
011410     MOVE SPACES TO REPORT-FILE-LINE.
011420     STRING "TRAN " DELIMITED BY SIZE
011430             TRANS-SEQ-DISPLAY DELIMITED BY SIZE
011440             " " DELIMITED BY SIZE
011450             MTR-FILE-CODE DELIMITED BY SIZE
011460             " " DELIMITED BY SIZE
011470             MTR-ACTION DELIMITED BY SIZE
011480             " BY " DELIMITED BY SIZE
011490             MTR-OPERATOR DELIMITED BY SIZE
011500             " - APPLIED - " DELIMITED BY SIZE
011510             AUDIT-ACTION-STATUS DELIMITED BY SIZE
011520             INTO REPORT-FILE-LINE
011530     END-STRING.
011540     WRITE REPORT-FILE-LINE.
011550     MOVE SPACES TO REPORT-FILE-LINE.
011560     IF BEFORE-IMAGE = SPACES
011570         MOVE "  BEFORE: (NONE)" TO REPORT-FILE-LINE
011580     ELSE
011590         STRING "  BEFORE: " DELIMITED BY SIZE
011600                 BEFORE-IMAGE DELIMITED BY SIZE
011610                 INTO REPORT-FILE-LINE
011620         END-STRING
011630     END-IF.
011640     WRITE REPORT-FILE-LINE.
011650     MOVE SPACES TO REPORT-FILE-LINE.
011660     IF AFTER-IMAGE = SPACES
011670         MOVE "  AFTER : (DELETED)" TO REPORT-FILE-LINE
011680     ELSE
011690         STRING "  AFTER : " DELIMITED BY SIZE
011700                 AFTER-IMAGE DELIMITED BY SIZE
011710                 INTO REPORT-FILE-LINE
011720         END-STRING
011730     END-IF.
011740     WRITE REPORT-FILE-LINE.
011750 2800-EXIT.
011760     EXIT.
011770*
011780 2900-WRITE-REJECT-LINES.
011790     PERFORM 3700-SET-REASON-TEXT THRU 3700-EXIT.
011800     MOVE TRANS-READ TO TRANS-SEQ-DISPLAY.
011810     MOVE SPACES TO REPORT-FILE-LINE.
011820     STRING "TRAN " DELIMITED BY SIZE
011830             TRANS-SEQ-DISPLAY DELIMITED BY SIZE
011840             " " DELIMITED BY SIZE
011850             MTR-FILE-CODE DELIMITED BY SIZE
011860             " " DELIMITED BY SIZE
011870             MTR-ACTION DELIMITED BY SIZE
011880             " BY " DELIMITED BY SIZE
011890             MTR-OPERATOR DELIMITED BY SIZE
011900             " - REJECTED - " DELIMITED BY SIZE
011910             MAINT-REASON-CODE DELIMITED BY SIZE
011920             " " DELIMITED BY SIZE
011930             MAINT-REASON-TEXT DELIMITED BY SIZE
011940             INTO REPORT-FILE-LINE
011950     END-STRING.
011960     WRITE REPORT-FILE-LINE.
011970     MOVE SPACES TO REPORT-FILE-LINE.
011980     STRING "  IMAGE : " DELIMITED BY SIZE
011990             MTR-IMAGE DELIMITED BY SIZE
012000             INTO REPORT-FILE-LINE
012010     END-STRING.
012020     WRITE REPORT-FILE-LINE.
012030 2900-EXIT.
012040     EXIT.
012050*
012060 3700-SET-REASON-TEXT.
012070     EVALUATE MAINT-REASON-CODE
012080         WHEN 01
012090             MOVE "FILE CODE NOT REG OR PST" TO MAINT-REASON-TEXT
012100         WHEN 02
012110             MOVE "ACTION NOT VALID FOR FILE" TO MAINT-REASON-TEXT
012120         WHEN 03
012130             MOVE "OPERATOR ID MISSING" TO MAINT-REASON-TEXT
012140         WHEN 04
012150             MOVE "TRANSACTION LIMIT REACHED" TO MAINT-REASON-TEXT
012160         WHEN 05
012170             MOVE "PROBLEM NUMBER INVALID" TO MAINT-REASON-TEXT
012180         WHEN 06
012190             MOVE "DUPLICATE PROBLEM NUMBER" TO MAINT-REASON-TEXT
012200         WHEN 07
012210             MOVE "PROBLEM NOT ON REGISTRY" TO MAINT-REASON-TEXT
012220         WHEN 08
012230             MOVE "PROGRAM NAME INVALID" TO MAINT-REASON-TEXT
012240         WHEN 09
012250             MOVE "STAT PROGRAM ID INVALID" TO MAINT-REASON-TEXT
012260         WHEN 10
012270             MOVE "CONTROL FILE NAME INVALID" TO MAINT-REASON-TEXT
012280         WHEN 11
012290             MOVE "REPORT FILE NAME INVALID" TO MAINT-REASON-TEXT
012300         WHEN 12
012310             MOVE "FILE NAME ALREADY IN USE" TO MAINT-REASON-TEXT
012320         WHEN 13
012330             MOVE "SWITCH NOT Y OR N" TO MAINT-REASON-TEXT
012340         WHEN 14
012350             MOVE "PROBLEM ON TONIGHT'S LIST" TO MAINT-REASON-TEXT
012360         WHEN 15
012370             MOVE "REGISTRY TABLE FULL" TO MAINT-REASON-TEXT
012380         WHEN 16
012390             MOVE "PRESET NAME MISSING" TO MAINT-REASON-TEXT
012400         WHEN 17
012410             MOVE "PRESET OWNER MISSING" TO MAINT-REASON-TEXT
012420         WHEN 18
012430             MOVE "EFFECTIVE/EXPIRY DATE INVALID"
012440                 TO MAINT-REASON-TEXT
012450         WHEN 19
012460             MOVE "PRESET VERSION ALREADY ON FILE"
012470                 TO MAINT-REASON-TEXT
012480         WHEN 20
012490             MOVE "PRESET VERSION NOT ON FILE"
012500                 TO MAINT-REASON-TEXT
012510         WHEN 21
012520             MOVE "PRESET ON TONIGHT'S LIST" TO MAINT-REASON-TEXT
012530         WHEN 22
012540             MOVE "EFFECTIVE DATES OVERLAP" TO MAINT-REASON-TEXT
012550         WHEN 23
012560             MOVE "LIMIT INVALID" TO MAINT-REASON-TEXT
012570         WHEN 24
012580             MOVE "DIVISORS INVALID" TO MAINT-REASON-TEXT
012590         WHEN 25
012600             MOVE "CALC MODE INVALID" TO MAINT-REASON-TEXT
012610         WHEN 26
012620             MOVE "PRESET TABLE FULL" TO MAINT-REASON-TEXT
012630         WHEN OTHER
012640             MOVE "UNKNOWN REASON" TO MAINT-REASON-TEXT
012650     END-EVALUATE.
012660 3700-EXIT.
012670     EXIT.
012680*
012690******************************************************************
012700* 5000-REWRITE-FILES - write each changed file back from its
012710* working copy, dropping deleted rows.  A file that will not open
012720* for output is left exactly as it was and its changes are not
012730* audited.
012740******************************************************************
012750 5000-REWRITE-FILES.
012760     IF REGISTRY-CHANGES > ZERO
012770         OPEN OUTPUT REGISTRY-FILE
012780         IF REG-FILE-OK
012790             PERFORM 5100-WRITE-REGISTRY-ROW THRU 5100-EXIT
012800                 VARYING REGISTRY-SCAN-SUB FROM 1 BY 1
012810                 UNTIL REGISTRY-SCAN-SUB > REGISTRY-COUNT
012820             CLOSE REGISTRY-FILE
012830             SET REGISTRY-REWRITTEN TO TRUE
012840         ELSE
012850             MOVE 'Y' TO ABEND-SW
012860             MOVE "*** EULSJOBS REWRITE FAILED - NOT CHANGED ***"
012870                 TO REPORT-FILE-LINE
012880             WRITE REPORT-FILE-LINE
012890         END-IF
012900     END-IF.
012910     IF PRESET-CHANGES > ZERO
012920         OPEN OUTPUT PRESET-FILE
012930         IF PSL-FILE-OK
012940             PERFORM 5200-WRITE-PRESET-ROW THRU 5200-EXIT
012950                 VARYING PRESET-SCAN-SUB FROM 1 BY 1
012960                 UNTIL PRESET-SCAN-SUB > PRESET-COUNT
012970             CLOSE PRESET-FILE
012980             SET PRESETS-REWRITTEN TO TRUE
012990         ELSE
013000             MOVE 'Y' TO ABEND-SW
013010             MOVE "*** EULSPSET REWRITE FAILED - NOT CHANGED ***"
013020                 TO REPORT-FILE-LINE
013030             WRITE REPORT-FILE-LINE
013040         END-IF
013050     END-IF.
013060 5000-EXIT.
013070     EXIT.
013080*
013090 5100-WRITE-REGISTRY-ROW.
013100     IF RGT-DELETED(REGISTRY-SCAN-SUB)
013110         GO TO 5100-EXIT
013120     END-IF.
013130     MOVE RGT-IMAGE(REGISTRY-SCAN-SUB) TO EULER-REGISTRY-RECORD.
013140     WRITE EULER-REGISTRY-RECORD.
013150     ADD 1 TO REGISTRY-WRITTEN.
013160 5100-EXIT.
013170     EXIT.
013180*
013190 5200-WRITE-PRESET-ROW.
013200     IF PRS-DELETED(PRESET-SCAN-SUB)
013210         GO TO 5200-EXIT
013220     END-IF.
013230     MOVE PRS-IMAGE(PRESET-SCAN-SUB) TO PRESET-RECORD.
013240     WRITE PRESET-RECORD.
013250     ADD 1 TO PRESETS-WRITTEN.
013260 5200-EXIT.
013270     EXIT.
013280*
013290******************************************************************
013300* 5500-POST-AUDIT-RECORDS - one EULAUDIT record per applied change
013310* whose file was rewritten, stamped with the operator id.
013320******************************************************************
013330 5500-POST-AUDIT-RECORDS.
013340     IF PENDING-COUNT = ZERO
013350         GO TO 5500-EXIT
013360     END-IF.
013370     OPEN EXTEND AUDIT-FILE.
013380     IF NOT AUD-FILE-OK
013390         OPEN OUTPUT AUDIT-FILE
013400     END-IF.
013410     IF NOT AUD-FILE-OK
013420         MOVE "*** EULAUDIT OPEN FAILED - CHANGES NOT LOGGED ***"
013430             TO REPORT-FILE-LINE
013440         WRITE REPORT-FILE-LINE
013450         GO TO 5500-EXIT
013460     END-IF.
013470     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
013480     ACCEPT TODAY-TIME FROM TIME.
013490     MOVE SPACES TO REPORT-TIMESTAMP.
013500     STRING TODAY-DATE DELIMITED BY SIZE
013510             "-" DELIMITED BY SIZE
013520             TODAY-TIME DELIMITED BY SIZE
013530             INTO REPORT-TIMESTAMP
013540     END-STRING.
013550     PERFORM 5510-POST-AUDIT-RECORD THRU 5510-EXIT
013560         VARYING PENDING-SUB FROM 1 BY 1
013570         UNTIL PENDING-SUB > PENDING-COUNT.
013580     CLOSE AUDIT-FILE.
013590 5500-EXIT.
013600     EXIT.
013610*
013620 5510-POST-AUDIT-RECORD.
013630     IF PND-FILE-CODE(PENDING-SUB) = 'REG'
013640             AND NOT REGISTRY-REWRITTEN
013650         GO TO 5510-EXIT
013660     END-IF.
013670     IF PND-FILE-CODE(PENDING-SUB) = 'PST'
013680             AND NOT PRESETS-REWRITTEN
013690         GO TO 5510-EXIT
013700     END-IF.
013710     MOVE REPORT-TIMESTAMP TO AUD-TIMESTAMP.
013720     MOVE "EULER-RGM" TO AUD-PROGRAM-ID.
013730     MOVE PND-PARAMETERS(PENDING-SUB) TO AUD-PARAMETERS.
013740     MOVE PND-RESULT(PENDING-SUB) TO AUD-RESULT.
013750     MOVE PND-STATUS(PENDING-SUB) TO AUD-STATUS.
013760     WRITE EULER-AUDIT-RECORD.
013770     ADD 1 TO AUDIT-POSTED.
013780 5510-EXIT.
013790     EXIT.
013800*
013810 6000-WRITE-TOTALS.
013820     MOVE SPACES TO REPORT-FILE-LINE.
013830     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
013840             TRANS-READ DELIMITED BY SIZE
013850             "  APPLIED: " DELIMITED BY SIZE
013860             TRANS-APPLIED DELIMITED BY SIZE
013870             "  REJECTED: " DELIMITED BY SIZE
013880             TRANS-REJECTED DELIMITED BY SIZE
013890             "  LOGGED TO EULAUDIT: " DELIMITED BY SIZE
013900             AUDIT-POSTED DELIMITED BY SIZE
013910             INTO REPORT-FILE-LINE
013920     END-STRING.
013930     WRITE REPORT-FILE-LINE.
013940     MOVE SPACES TO REPORT-FILE-LINE.
013950     IF REGISTRY-REWRITTEN
013960         STRING "EULSJOBS REWRITTEN - RECORDS: " DELIMITED BY SIZE
013970                 REGISTRY-WRITTEN DELIMITED BY SIZE
013980                 INTO REPORT-FILE-LINE
013990         END-STRING
014000     ELSE
014010         MOVE "EULSJOBS NOT CHANGED" TO REPORT-FILE-LINE
014020     END-IF.
014030     WRITE REPORT-FILE-LINE.
014040     MOVE SPACES TO REPORT-FILE-LINE.
014050     IF PRESETS-REWRITTEN
014060         STRING "EULSPSET REWRITTEN - RECORDS: " DELIMITED BY SIZE
014070                 PRESETS-WRITTEN DELIMITED BY SIZE
014080                 INTO REPORT-FILE-LINE
014090         END-STRING
014100     ELSE
014110         MOVE "EULSPSET NOT CHANGED" TO REPORT-FILE-LINE
014120     END-IF.
014130     WRITE REPORT-FILE-LINE.
014140 6000-EXIT.
014150     EXIT.
014160*
014170 9000-FINALIZE.
014180     IF MTR-FILE-OPENED
014190         CLOSE TRANSACTION-FILE
014200     END-IF.
014210     IF RPT-FILE-OK
014220         CLOSE REPORT-FILE
014230     END-IF.
014240     IF JOB-ABEND
014250         MOVE 16 TO RETURN-CODE
014260     ELSE
014270         IF TRANS-REJECTED > ZERO
014280             MOVE 4 TO RETURN-CODE
014290         ELSE
014300             MOVE 0 TO RETURN-CODE
014310         END-IF
014320     END-IF.
014330 9000-EXIT.
014340     EXIT.
014350 END PROGRAM EULER-REGMNT.

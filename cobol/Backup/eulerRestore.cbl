000010******************************************************************
000020* Author: Luke Captain
000030* Installation: Batch Support
000040* Date-Written: 15/10/2026
000050* Purpose: Restore of a dated EULER backup set taken by
000060*          EULER-BACKUP.  The EULRSCTL control record names the
000070*          set by its date and either one file of the set or ALL
000080*          of it.  Nothing is restored until every check passes:
000090*          no night may be in progress on the live EULSCKPT, the
000100*          set's manifest must be present and COMPLETE, and every
000110*          copy to be restored must agree with the record count
000120*          and hash total the manifest holds for it.  The chosen
000130*          files are then put back - EULRHIST is reloaded from its
000140*          sequential copy as EULER-HISTMNT REPAIR reloads it, and
000150*          a file that was absent when the set was taken is put
000160*          back empty - and EULER-INTCHK is run over the restored
000170*          files to show they agree.  The run is reported on
000180*          EULRSRPT and logged to EULAUDIT.
000190* Tectonics: cobc
000200*
000210* Modification History:
000220*   15/10/2026 LC  Initial version.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. EULER-RESTORE.
000260 AUTHOR. LUKE CAPTAIN.
000270 DATE-WRITTEN. 15/10/2026.
000280 DATE-COMPILED.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CONTROL-FILE ASSIGN TO "EULRSCTL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS CTL-FILE-STATUS.
000360
000370     SELECT LIVE-FILE ASSIGN USING LIVE-FILE-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS LIV-FILE-STATUS.
000400
000410     SELECT HISTORY-FILE ASSIGN TO "EULRHIST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS HIST-KEY
000450         FILE STATUS IS HIST-FILE-STATUS.
000460
000470     SELECT COPY-FILE ASSIGN USING COPY-FILE-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CPY-FILE-STATUS.
000500
000510     SELECT MANIFEST-FILE ASSIGN USING MANIFEST-FILE-NAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS MAN-FILE-STATUS.
000540
000550     SELECT CHECK-CONTROL-FILE ASSIGN TO "EULICCTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS ICC-FILE-STATUS.
000580
000590     SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS AUD-FILE-STATUS.
000620
000630     SELECT REPORT-FILE ASSIGN TO "EULRSRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS RPT-FILE-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONTROL-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  RESTORE-CONTROL-RECORD.
000720     05  RSC-SET-DATE            PIC 9(08).
000730*    One file of the set, or ALL (or blank) for the whole set.
000740     05  RSC-FILE-NAME           PIC X(08).
000750*    Range handed to EULER-INTCHK; blank or zero takes the set's
000760*    month to the set date.
000770     05  RSC-CHECK-FROM          PIC 9(08).
000780     05  RSC-CHECK-TO            PIC 9(08).
000790
000800*    Any sequential file of the set, read as a plain record.
000810 FD  LIVE-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  LIVE-RECORD                 PIC X(120).
000840
000850 FD  HISTORY-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY EULHST.
000880
000890 FD  COPY-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  COPY-RECORD                 PIC X(120).
000920
000930 FD  MANIFEST-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY EULBKM.
000960
000970 FD  CHECK-CONTROL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  CHECK-CONTROL-RECORD.
001000     05  CHK-FROM-DATE           PIC 9(08).
001010     05  CHK-TO-DATE             PIC 9(08).
001020
001030 FD  AUDIT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY EULAUD.
001060
001070 FD  REPORT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  REPORT-FILE-LINE            PIC X(80).
001100*
001110 WORKING-STORAGE SECTION.
001120 01  LIVE-FILE-NAME              PIC X(24).
001130 01  COPY-FILE-NAME              PIC X(24).
001140 01  MANIFEST-FILE-NAME          PIC X(24).
001150 01  SET-NAME                    PIC X(13).
001160 01  SET-DATE                    PIC 9(08) VALUE ZERO.
001170 01  SET-DATE-PARTS REDEFINES SET-DATE.
001180     05  SET-YEAR-MONTH          PIC 9(06).
001190     05  SET-DAY                 PIC 9(02).
001200 01  RESTORE-SCOPE               PIC X(08) VALUE SPACES.
001210 01  CURRENT-FILE-NAME           PIC X(08).
001220 01  NIGHT-IDENT                 PIC X(08) VALUE SPACES.
001230 01  REFUSE-REASON               PIC X(50) VALUE SPACES.
001240 01  TODAY-DATE                  PIC 9(08).
001250 01  TODAY-TIME                  PIC 9(08).
001260 01  REPORT-TIMESTAMP            PIC X(26).
001270 01  AUDIT-PARM-TEXT             PIC X(40).
001280 01  FILE-SUB                    PIC S9(04) COMP.
001290 01  MANIFEST-SUB                PIC S9(04) COMP.
001300 01  FILE-RECORD-COUNT           PIC 9(07) VALUE ZERO.
001310 01  FILE-HASH-TOTAL             PIC 9(13) VALUE ZERO.
001320 01  FILE-DROPPED                PIC 9(07) VALUE ZERO.
001330 01  HASH-FIELD                  PIC 9(15) VALUE ZERO.
001340 01  FILES-SELECTED              PIC 9(03) VALUE ZERO.
001350 01  FILES-RESTORED              PIC 9(03) VALUE ZERO.
001360 01  RECORDS-RESTORED            PIC 9(09) VALUE ZERO.
001370 01  MANIFEST-RECORD-TOTAL       PIC 9(09) VALUE ZERO.
001380 01  TRAILER-RECORD-TOTAL        PIC 9(09) VALUE ZERO.
001390 01  TRAILER-SET-STATE           PIC X(08) VALUE SPACES.
001400 01  CHECK-FROM-DATE             PIC 9(08) VALUE ZERO.
001410 01  CHECK-TO-DATE               PIC 9(08) VALUE ZERO.
001420 01  INTCHK-RC                   PIC 9(02) VALUE ZERO.
001430 01  COUNT-DISPLAY               PIC Z(06)9.
001440 01  EXPECT-DISPLAY              PIC Z(06)9.
001450 01  HASH-DISPLAY                PIC Z(12)9.
001460 01  TOTAL-DISPLAY               PIC Z(08)9.
001470
001480*    The files of the set, in EULER-BACKUP's manifest order.
001490 01  BACKUP-FILE-NAMES.
001500     05  FILLER                  PIC X(08) VALUE 'EULAUDIT'.
001510     05  FILLER                  PIC X(08) VALUE 'EULRHIST'.
001520     05  FILLER                  PIC X(08) VALUE 'EULSTATS'.
001530     05  FILLER                  PIC X(08) VALUE 'EULGCAT '.
001540     05  FILLER                  PIC X(08) VALUE 'EULSJOBS'.
001550     05  FILLER                  PIC X(08) VALUE 'EULSPSET'.
001560     05  FILLER                  PIC X(08) VALUE 'EULSSTAT'.
001570     05  FILLER                  PIC X(08) VALUE 'EULSCKPT'.
001580     05  FILLER                  PIC X(08) VALUE 'EUL1CKPT'.
001590     05  FILLER                  PIC X(08) VALUE 'EUL2CKPT'.
001600     05  FILLER                  PIC X(08) VALUE 'EUL3CKPT'.
001610 01  BACKUP-FILE-TABLE REDEFINES BACKUP-FILE-NAMES.
001620     05  BKF-NAME                PIC X(08) OCCURS 11 TIMES.
001630 01  BACKUP-FILE-COUNT           PIC S9(04) COMP VALUE 11.
001640
001650*    The manifest's entry for each file of the set, in the same
001660*    order as BKF-NAME.
001670 01  MANIFEST-TABLE.
001680     05  MFT-ENTRY OCCURS 11 TIMES.
001690         10  MFT-LOADED-SW       PIC X(01).
001700             88  MFT-LOADED            VALUE 'Y'.
001710         10  MFT-SELECTED-SW     PIC X(01).
001720             88  MFT-SELECTED          VALUE 'Y'.
001730         10  MFT-STATE           PIC X(08).
001740             88  MFT-COPIED            VALUE 'COPIED'.
001750             88  MFT-ABSENT            VALUE 'ABSENT'.
001760         10  MFT-RECORD-COUNT    PIC 9(07).
001770         10  MFT-HASH-TOTAL      PIC 9(13).
001780
001790     COPY EULBKV.
001800
001810 01  RESTORE-SWITCHES.
001820     05  ABEND-SW                PIC X(01) VALUE 'N'.
001830         88  JOB-ABEND                 VALUE 'Y'.
001840     05  REFUSED-SW              PIC X(01) VALUE 'N'.
001850         88  RESTORE-REFUSED           VALUE 'Y'.
001860     05  FAILED-SW               PIC X(01) VALUE 'N'.
001870         88  RESTORE-FAILED            VALUE 'Y'.
001880     05  HEADER-SEEN-SW          PIC X(01) VALUE 'N'.
001890         88  HEADER-SEEN               VALUE 'Y'.
001900     05  TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
001910         88  TRAILER-SEEN              VALUE 'Y'.
001920     05  MAN-EOF-SW              PIC X(01) VALUE 'N'.
001930         88  MANIFEST-EOF              VALUE 'Y'.
001940     05  CPY-EOF-SW              PIC X(01) VALUE 'N'.
001950         88  COPY-EOF                  VALUE 'Y'.
001960
001970 01  FILE-STATUS-AREA.
001980     05  CTL-FILE-STATUS         PIC X(02).
001990         88  CTL-FILE-OK               VALUE '00'.
002000         88  CTL-FILE-NOT-FOUND        VALUE '35'.
002010     05  LIV-FILE-STATUS         PIC X(02).
002020         88  LIV-FILE-OK               VALUE '00'.
002030     05  HIST-FILE-STATUS        PIC X(02).
002040         88  HIST-FILE-OK              VALUE '00'.
002050     05  CPY-FILE-STATUS         PIC X(02).
002060         88  CPY-FILE-OK               VALUE '00'.
002070         88  CPY-FILE-NOT-FOUND        VALUE '35'.
002080     05  MAN-FILE-STATUS         PIC X(02).
002090         88  MAN-FILE-OK               VALUE '00'.
002100     05  ICC-FILE-STATUS         PIC X(02).
002110         88  ICC-FILE-OK               VALUE '00'.
002120     05  AUD-FILE-STATUS         PIC X(02).
002130         88  AUD-FILE-OK               VALUE '00'.
002140     05  RPT-FILE-STATUS         PIC X(02).
002150         88  RPT-FILE-OK               VALUE '00'.
002160*
002170 PROCEDURE DIVISION.
002180******************************************************************
002190* 0000-MAINLINE - every check is made before any file is touched;
002200* a refusal leaves the live files exactly as they were.
002210******************************************************************
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     IF NOT JOB-ABEND
002250         PERFORM 1100-CHECK-NIGHT THRU 1100-EXIT
002260     END-IF.
002270     IF NOT JOB-ABEND AND NOT RESTORE-REFUSED
002280         PERFORM 1200-LOAD-MANIFEST THRU 1200-EXIT
002290     END-IF.
002300     IF NOT JOB-ABEND AND NOT RESTORE-REFUSED
002310         PERFORM 1300-SELECT-FILES THRU 1300-EXIT
002320     END-IF.
002330     IF NOT JOB-ABEND AND NOT RESTORE-REFUSED
002340         PERFORM 2000-VERIFY-COPY THRU 2000-EXIT
002350             VARYING FILE-SUB FROM 1 BY 1
002360             UNTIL FILE-SUB > BACKUP-FILE-COUNT
002370                OR RESTORE-REFUSED
002380     END-IF.
002390     IF RESTORE-REFUSED
002400         PERFORM 1900-REPORT-REFUSAL THRU 1900-EXIT
002410     END-IF.
002420     IF NOT JOB-ABEND AND NOT RESTORE-REFUSED
002430         PERFORM 3000-RESTORE-FILE THRU 3000-EXIT
002440             VARYING FILE-SUB FROM 1 BY 1
002450             UNTIL FILE-SUB > BACKUP-FILE-COUNT
002460         PERFORM 4000-RUN-INTCHK THRU 4000-EXIT
002470     END-IF.
002480     PERFORM 3800-WRITE-AUDIT-RECORD THRU 3800-EXIT.
002490     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002500     GOBACK.
002510*
002520******************************************************************
002530* 1000-INITIALIZE - read the EULRSCTL control record and name the
002540* set it asks for.
002550******************************************************************
002560 1000-INITIALIZE.
002570     OPEN OUTPUT REPORT-FILE.
002580     IF NOT RPT-FILE-OK
002590         MOVE 'Y' TO ABEND-SW
002600         GO TO 1000-EXIT
002610     END-IF.
002620     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
002630     MOVE SPACES TO REPORT-FILE-LINE.
002640     STRING "EULER-RESTORE - EULER FILE SET RESTORE"
002650             DELIMITED BY SIZE INTO REPORT-FILE-LINE
002660     END-STRING.
002670     WRITE REPORT-FILE-LINE.
002680     OPEN INPUT CONTROL-FILE.
002690     IF NOT CTL-FILE-OK
002700         MOVE 'Y' TO ABEND-SW
002710     ELSE
002720         READ CONTROL-FILE
002730             AT END
002740                 MOVE 'Y' TO ABEND-SW
002750         END-READ
002760         CLOSE CONTROL-FILE
002770     END-IF.
002780     IF NOT JOB-ABEND
002790         IF RSC-SET-DATE IS NOT NUMERIC
002800                 OR RSC-SET-DATE = ZERO
002810             MOVE 'Y' TO ABEND-SW
002820         END-IF
002830     END-IF.
002840     IF JOB-ABEND
002850         MOVE SPACES TO REPORT-FILE-LINE
002860         STRING "*** ERROR - EULRSCTL CONTROL RECORD MISSING"
002870                 DELIMITED BY SIZE
002880                 " OR INVALID ***" DELIMITED BY SIZE
002890                 INTO REPORT-FILE-LINE
002900         END-STRING
002910         WRITE REPORT-FILE-LINE
002920         GO TO 1000-EXIT
002930     END-IF.
002940     MOVE RSC-SET-DATE TO SET-DATE.
002950     IF RSC-CHECK-FROM IS NUMERIC
002960         MOVE RSC-CHECK-FROM TO CHECK-FROM-DATE
002970     END-IF.
002980     IF RSC-CHECK-TO IS NUMERIC
002990         MOVE RSC-CHECK-TO TO CHECK-TO-DATE
003000     END-IF.
003010     IF RSC-FILE-NAME = SPACES OR RSC-FILE-NAME = "ALL"
003020         MOVE "ALL" TO RESTORE-SCOPE
003030     ELSE
003040         MOVE RSC-FILE-NAME TO RESTORE-SCOPE
003050     END-IF.
003060     MOVE SPACES TO SET-NAME.
003070     STRING "EULBK" DELIMITED BY SIZE
003080             SET-DATE DELIMITED BY SIZE
003090             INTO SET-NAME
003100     END-STRING.
003110     MOVE SPACES TO MANIFEST-FILE-NAME.
003120     STRING SET-NAME DELIMITED BY SIZE
003130             ".MANIFEST" DELIMITED BY SIZE
003140             INTO MANIFEST-FILE-NAME
003150     END-STRING.
003160     MOVE SPACES TO REPORT-FILE-LINE.
003170     STRING "RUN DATE: " DELIMITED BY SIZE
003180             TODAY-DATE DELIMITED BY SIZE
003190             "  BACKUP SET: " DELIMITED BY SIZE
003200             SET-NAME DELIMITED BY SIZE
003210             "  RESTORE: " DELIMITED BY SIZE
003220             RESTORE-SCOPE DELIMITED BY SPACE
003230             INTO REPORT-FILE-LINE
003240     END-STRING.
003250     WRITE REPORT-FILE-LINE.
003260     MOVE SPACES TO MANIFEST-TABLE.
003270 1000-EXIT.
003280     EXIT.
003290*
003300******************************************************************
003310* 1100-CHECK-NIGHT - EULER-SUITE empties EULSCKPT when a night
003320* finishes, so any row on it is a night still in progress that a
003330* restart would carry on with.  Nothing is restored over it.
003340******************************************************************
003350 1100-CHECK-NIGHT.
003360     MOVE "EULSCKPT" TO LIVE-FILE-NAME.
003370     OPEN INPUT LIVE-FILE.
003380     IF NOT LIV-FILE-OK
003390         GO TO 1100-EXIT
003400     END-IF.
003410     READ LIVE-FILE
003420         AT END
003430             CONTINUE
003440         NOT AT END
003450             MOVE LIVE-RECORD TO BKV-RECORD
003460             MOVE BKV-CKP-NIGHT-IDENT TO NIGHT-IDENT
003470             MOVE 'Y' TO REFUSED-SW
003480     END-READ.
003490     CLOSE LIVE-FILE.
003500     IF RESTORE-REFUSED
003510         MOVE SPACES TO REFUSE-REASON
003520         STRING "NIGHT " DELIMITED BY SIZE
003530                 NIGHT-IDENT DELIMITED BY SIZE
003540                 " STILL IN PROGRESS ON EULSCKPT"
003550                 DELIMITED BY SIZE
003560                 INTO REFUSE-REASON
003570         END-STRING
003580     END-IF.
003590 1100-EXIT.
003600     EXIT.
003610*
003620******************************************************************
003630* 1200-LOAD-MANIFEST - the manifest must be the one for the set
003640* asked for, start with its header and end with a COMPLETE
003650* trailer whose record total agrees with its file entries.
003660******************************************************************
003670 1200-LOAD-MANIFEST.
003680     OPEN INPUT MANIFEST-FILE.
003690     IF NOT MAN-FILE-OK
003700         MOVE 'Y' TO REFUSED-SW
003710         MOVE "MANIFEST NOT FOUND FOR THIS SET"
003720             TO REFUSE-REASON
003730         GO TO 1200-EXIT
003740     END-IF.
003750     MOVE 'N' TO MAN-EOF-SW.
003760     PERFORM 1210-READ-MANIFEST THRU 1210-EXIT
003770         UNTIL MANIFEST-EOF OR RESTORE-REFUSED.
003780     CLOSE MANIFEST-FILE.
003790     IF RESTORE-REFUSED
003800         GO TO 1200-EXIT
003810     END-IF.
003820     IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
003830         MOVE 'Y' TO REFUSED-SW
003840         MOVE "MANIFEST HAS NO HEADER OR NO TRAILER"
003850             TO REFUSE-REASON
003860         GO TO 1200-EXIT
003870     END-IF.
003880     IF TRAILER-SET-STATE NOT = "COMPLETE"
003890         MOVE 'Y' TO REFUSED-SW
003900         MOVE "BACKUP SET NOT MARKED COMPLETE"
003910             TO REFUSE-REASON
003920         GO TO 1200-EXIT
003930     END-IF.
003940     IF TRAILER-RECORD-TOTAL NOT = MANIFEST-RECORD-TOTAL
003950         MOVE 'Y' TO REFUSED-SW
003960         MOVE "MANIFEST RECORD TOTAL DOES NOT AGREE"
003970             TO REFUSE-REASON
003980         GO TO 1200-EXIT
003990     END-IF.
004000 1200-EXIT.
004010     EXIT.
004020*
004030 1210-READ-MANIFEST.
004040     READ MANIFEST-FILE
004050         AT END
004060             MOVE 'Y' TO MAN-EOF-SW
004070             GO TO 1210-EXIT
004080     END-READ.
004090     IF TRAILER-SEEN
004100         MOVE 'Y' TO REFUSED-SW
004110         MOVE "MANIFEST HAS RECORDS AFTER ITS TRAILER"
004120             TO REFUSE-REASON
004130         GO TO 1210-EXIT
004140     END-IF.
004150     IF MAN-SET-DATE NOT = SET-DATE
004160         MOVE 'Y' TO REFUSED-SW
004170         MOVE "MANIFEST IS NOT FOR THE SET DATE ASKED FOR"
004180             TO REFUSE-REASON
004190         GO TO 1210-EXIT
004200     END-IF.
004210     EVALUATE TRUE
004220         WHEN MAN-HEADER
004230             IF HEADER-SEEN
004240                 MOVE 'Y' TO REFUSED-SW
004250                 MOVE "MANIFEST HAS MORE THAN ONE HEADER"
004260                     TO REFUSE-REASON
004270             ELSE
004280                 MOVE 'Y' TO HEADER-SEEN-SW
004290             END-IF
004300         WHEN MAN-FILE-ENTRY AND HEADER-SEEN
004310             PERFORM 1220-LOAD-FILE-ENTRY THRU 1220-EXIT
004320         WHEN MAN-TRAILER AND HEADER-SEEN
004330             MOVE 'Y' TO TRAILER-SEEN-SW
004340             MOVE MAN-SET-STATE TO TRAILER-SET-STATE
004350             MOVE MAN-TOTAL-RECORDS TO TRAILER-RECORD-TOTAL
004360         WHEN OTHER
004370             MOVE 'Y' TO REFUSED-SW
004380             MOVE "MANIFEST RECORD OUT OF ORDER OR UNKNOWN"
004390                 TO REFUSE-REASON
004400     END-EVALUATE.
004410 1210-EXIT.
004420     EXIT.
004430*
004440 1220-LOAD-FILE-ENTRY.
004450     MOVE ZERO TO MANIFEST-SUB.
004460     PERFORM 1230-MATCH-FILE-NAME THRU 1230-EXIT
004470         VARYING FILE-SUB FROM 1 BY 1
004480         UNTIL FILE-SUB > BACKUP-FILE-COUNT
004490            OR MANIFEST-SUB > ZERO.
004500     IF MANIFEST-SUB = ZERO
004510         MOVE 'Y' TO REFUSED-SW
004520         MOVE "MANIFEST NAMES A FILE NOT IN THE SET"
004530             TO REFUSE-REASON
004540         GO TO 1220-EXIT
004550     END-IF.
004560     IF MFT-LOADED(MANIFEST-SUB)
004570             OR MAN-RECORD-COUNT IS NOT NUMERIC
004580             OR MAN-HASH-TOTAL IS NOT NUMERIC
004590             OR NOT (MAN-FILE-COPIED OR MAN-FILE-ABSENT)
004600         MOVE 'Y' TO REFUSED-SW
004610         MOVE "MANIFEST FILE ENTRY DUPLICATED OR INVALID"
004620             TO REFUSE-REASON
004630         GO TO 1220-EXIT
004640     END-IF.
004650     MOVE 'Y' TO MFT-LOADED-SW(MANIFEST-SUB).
004660     MOVE MAN-FILE-STATE TO MFT-STATE(MANIFEST-SUB).
004670     MOVE MAN-RECORD-COUNT TO MFT-RECORD-COUNT(MANIFEST-SUB).
004680     MOVE MAN-HASH-TOTAL TO MFT-HASH-TOTAL(MANIFEST-SUB).
004690     ADD MAN-RECORD-COUNT TO MANIFEST-RECORD-TOTAL.
004700 1220-EXIT.
004710     EXIT.
004720*
004730 1230-MATCH-FILE-NAME.
004740     IF BKF-NAME(FILE-SUB) = MAN-FILE-NAME
004750         MOVE FILE-SUB TO MANIFEST-SUB
004760     END-IF.
004770 1230-EXIT.
004780     EXIT.
004790*
004800******************************************************************
004810* 1300-SELECT-FILES - mark the file or files to be restored.  A
004820* whole-set restore needs an entry for every file of the set.
004830******************************************************************
004840 1300-SELECT-FILES.
004850     PERFORM 1310-SELECT-FILE THRU 1310-EXIT
004860         VARYING FILE-SUB FROM 1 BY 1
004870         UNTIL FILE-SUB > BACKUP-FILE-COUNT
004880            OR RESTORE-REFUSED.
004890     IF NOT RESTORE-REFUSED AND FILES-SELECTED = ZERO
004900         MOVE 'Y' TO REFUSED-SW
004910         MOVE SPACES TO REFUSE-REASON
004920         STRING RESTORE-SCOPE DELIMITED BY SPACE
004930                 " IS NOT A FILE OF THE BACKUP SET"
004940                 DELIMITED BY SIZE
004950                 INTO REFUSE-REASON
004960         END-STRING
004970     END-IF.
004980 1300-EXIT.
004990     EXIT.
005000*
005010 1310-SELECT-FILE.
005020     IF RESTORE-SCOPE NOT = "ALL"
005030             AND RESTORE-SCOPE NOT = BKF-NAME(FILE-SUB)
005040         GO TO 1310-EXIT
005050     END-IF.
005060     IF NOT MFT-LOADED(FILE-SUB)
005070         MOVE 'Y' TO REFUSED-SW
005080         MOVE SPACES TO REFUSE-REASON
005090         STRING "MANIFEST HAS NO ENTRY FOR " DELIMITED BY SIZE
005100                 BKF-NAME(FILE-SUB) DELIMITED BY SPACE
005110                 INTO REFUSE-REASON
005120         END-STRING
005130         GO TO 1310-EXIT
005140     END-IF.
005150     MOVE 'Y' TO MFT-SELECTED-SW(FILE-SUB).
005160     ADD 1 TO FILES-SELECTED.
005170 1310-EXIT.
005180     EXIT.
005190*
005200******************************************************************
005210* 1900-REPORT-REFUSAL - say why the restore was refused.
005220******************************************************************
005230 1900-REPORT-REFUSAL.
005240     MOVE SPACES TO REPORT-FILE-LINE.
005250     STRING "*** RESTORE REFUSED - " DELIMITED BY SIZE
005260             REFUSE-REASON DELIMITED BY SIZE
005270             INTO REPORT-FILE-LINE
005280     END-STRING.
005290     WRITE REPORT-FILE-LINE.
005300     MOVE SPACES TO REPORT-FILE-LINE.
005310     STRING "*** NO FILE HAS BEEN CHANGED ***"
005320             DELIMITED BY SIZE INTO REPORT-FILE-LINE
005330     END-STRING.
005340     WRITE REPORT-FILE-LINE.
005350 1900-EXIT.
005360     EXIT.
005370*
005380******************************************************************
005390* 2000-VERIFY-COPY - recount and rehash each chosen copy and hold
005400* it against its manifest entry.  A copy that is missing or does
005410* not agree refuses the whole restore.
005420******************************************************************
005430 2000-VERIFY-COPY.
005440     IF NOT MFT-SELECTED(FILE-SUB)
005450         GO TO 2000-EXIT
005460     END-IF.
005470     MOVE BKF-NAME(FILE-SUB) TO CURRENT-FILE-NAME.
005480     IF MFT-ABSENT(FILE-SUB)
005490         GO TO 2000-EXIT
005500     END-IF.
005510     PERFORM 2050-NAME-COPY THRU 2050-EXIT.
005520     MOVE ZERO TO FILE-RECORD-COUNT.
005530     MOVE ZERO TO FILE-HASH-TOTAL.
005540     OPEN INPUT COPY-FILE.
005550     IF NOT CPY-FILE-OK
005560         MOVE 'Y' TO REFUSED-SW
005570         MOVE SPACES TO REFUSE-REASON
005580         STRING "BACKUP COPY MISSING: " DELIMITED BY SIZE
005590                 COPY-FILE-NAME DELIMITED BY SPACE
005600                 INTO REFUSE-REASON
005610         END-STRING
005620         GO TO 2000-EXIT
005630     END-IF.
005640     MOVE 'N' TO CPY-EOF-SW.
005650     PERFORM 2010-HASH-COPY-RECORD THRU 2010-EXIT
005660         UNTIL COPY-EOF.
005670     CLOSE COPY-FILE.
005680     MOVE FILE-RECORD-COUNT TO COUNT-DISPLAY.
005690     MOVE FILE-HASH-TOTAL TO HASH-DISPLAY.
005700     MOVE SPACES TO REPORT-FILE-LINE.
005710     STRING "CHECKED  " DELIMITED BY SIZE
005720             CURRENT-FILE-NAME DELIMITED BY SIZE
005730             " RECORDS " DELIMITED BY SIZE
005740             COUNT-DISPLAY DELIMITED BY SIZE
005750             " HASH " DELIMITED BY SIZE
005760             HASH-DISPLAY DELIMITED BY SIZE
005770             INTO REPORT-FILE-LINE
005780     END-STRING.
005790     IF FILE-RECORD-COUNT NOT = MFT-RECORD-COUNT(FILE-SUB)
005800             OR FILE-HASH-TOTAL NOT = MFT-HASH-TOTAL(FILE-SUB)
005810         MOVE 'Y' TO REFUSED-SW
005820         MOVE SPACES TO REFUSE-REASON
005830         STRING CURRENT-FILE-NAME DELIMITED BY SPACE
005840                 " COPY DOES NOT AGREE WITH THE MANIFEST"
005850                 DELIMITED BY SIZE
005860                 INTO REFUSE-REASON
005870         END-STRING
005880     END-IF.
005890     WRITE REPORT-FILE-LINE.
005900     IF RESTORE-REFUSED
005910         MOVE MFT-RECORD-COUNT(FILE-SUB) TO EXPECT-DISPLAY
005920         MOVE MFT-HASH-TOTAL(FILE-SUB) TO HASH-DISPLAY
005930         MOVE SPACES TO REPORT-FILE-LINE
005940         STRING "*** MISMATCH " DELIMITED BY SIZE
005950                 CURRENT-FILE-NAME DELIMITED BY SIZE
005960                 " MANIFEST " DELIMITED BY SIZE
005970                 EXPECT-DISPLAY DELIMITED BY SIZE
005980                 " HASH " DELIMITED BY SIZE
005990                 HASH-DISPLAY DELIMITED BY SIZE
006000                 " ***" DELIMITED BY SIZE
006010                 INTO REPORT-FILE-LINE
006020         END-STRING
006030         WRITE REPORT-FILE-LINE
006040     END-IF.
006050 2000-EXIT.
006060     EXIT.
006070*
006080 2010-HASH-COPY-RECORD.
006090     READ COPY-FILE
006100         AT END
006110             MOVE 'Y' TO CPY-EOF-SW
006120             GO TO 2010-EXIT
006130     END-READ.
006140     ADD 1 TO FILE-RECORD-COUNT.
006150     MOVE COPY-RECORD TO BKV-RECORD.
006160     PERFORM 2500-ADD-TO-HASH THRU 2500-EXIT.
006170 2010-EXIT.
006180     EXIT.
006190*
006200 2050-NAME-COPY.
006210     MOVE SPACES TO COPY-FILE-NAME.
006220     STRING SET-NAME DELIMITED BY SIZE
006230             "." DELIMITED BY SIZE
006240             CURRENT-FILE-NAME DELIMITED BY SPACE
006250             INTO COPY-FILE-NAME
006260     END-STRING.
006270 2050-EXIT.
006280     EXIT.
006290*
006300******************************************************************
006310* 2500-ADD-TO-HASH - add this file's hash field (EULBKV) from the
006320* record in BKV-RECORD to the file's hash total, by the same rule
006330* EULER-BACKUP used to build the manifest.
006340******************************************************************
006350 2500-ADD-TO-HASH.
006360     MOVE ZERO TO HASH-FIELD.
006370     EVALUATE CURRENT-FILE-NAME
006380         WHEN "EULAUDIT"
006390             IF BKV-AUD-RESULT IS NUMERIC
006400                 MOVE BKV-AUD-RESULT TO HASH-FIELD
006410             END-IF
006420         WHEN "EULRHIST"
006430             IF BKV-HIST-RESULT IS NUMERIC
006440                 MOVE BKV-HIST-RESULT TO HASH-FIELD
006450             END-IF
006460         WHEN "EULSTATS"
006470             IF BKV-STAT-ITERATIONS IS NUMERIC
006480                 MOVE BKV-STAT-ITERATIONS TO HASH-FIELD
006490             END-IF
006500         WHEN "EULGCAT "
006510             IF BKV-GCT-RECORD-COUNT IS NUMERIC
006520                 MOVE BKV-GCT-RECORD-COUNT TO HASH-FIELD
006530             END-IF
006540         WHEN "EULSJOBS"
006550             IF BKV-REG-PROBLEM IS NUMERIC
006560                 MOVE BKV-REG-PROBLEM TO HASH-FIELD
006570             END-IF
006580         WHEN "EULSPSET"
006590             IF BKV-PSL-LIMIT IS NUMERIC
006600                 MOVE BKV-PSL-LIMIT TO HASH-FIELD
006610             END-IF
006620         WHEN "EULSSTAT"
006630             IF BKV-STA-RC IS NUMERIC
006640                 MOVE BKV-STA-RC TO HASH-FIELD
006650             END-IF
006660         WHEN "EULSCKPT"
006670             IF BKV-CKP-ENTRY-SEQ IS NUMERIC
006680                 MOVE BKV-CKP-ENTRY-SEQ TO HASH-FIELD
006690             END-IF
006700         WHEN OTHER
006710             IF BKV-CKPT-POSITION IS NUMERIC
006720                 MOVE BKV-CKPT-POSITION TO HASH-FIELD
006730             END-IF
006740     END-EVALUATE.
006750     COMPUTE FILE-HASH-TOTAL
006760         = FUNCTION MOD(FILE-HASH-TOTAL + HASH-FIELD,
006770                        10000000000000).
006780 2500-EXIT.
006790     EXIT.
006800*
006810******************************************************************
006820* 3000-RESTORE-FILE - put one chosen file back from its copy and
006830* check the records written against the manifest.  A file that
006840* was absent from the set is put back empty.
006850******************************************************************
006860 3000-RESTORE-FILE.
006870     IF NOT MFT-SELECTED(FILE-SUB)
006880         GO TO 3000-EXIT
006890     END-IF.
006900     MOVE BKF-NAME(FILE-SUB) TO CURRENT-FILE-NAME.
006910     PERFORM 2050-NAME-COPY THRU 2050-EXIT.
006920     MOVE ZERO TO FILE-RECORD-COUNT.
006930     MOVE ZERO TO FILE-DROPPED.
006940     IF CURRENT-FILE-NAME = "EULRHIST"
006950         PERFORM 3200-RELOAD-HISTORY THRU 3200-EXIT
006960     ELSE
006970         PERFORM 3100-COPY-BACK THRU 3100-EXIT
006980     END-IF.
006990     IF FILE-RECORD-COUNT NOT = MFT-RECORD-COUNT(FILE-SUB)
007000         MOVE 'Y' TO FAILED-SW
007010     END-IF.
007020     ADD FILE-RECORD-COUNT TO RECORDS-RESTORED.
007030     MOVE FILE-RECORD-COUNT TO COUNT-DISPLAY.
007040     MOVE SPACES TO REPORT-FILE-LINE.
007050     IF FILE-RECORD-COUNT = MFT-RECORD-COUNT(FILE-SUB)
007060         ADD 1 TO FILES-RESTORED
007070         STRING "RESTORED " DELIMITED BY SIZE
007080                 CURRENT-FILE-NAME DELIMITED BY SIZE
007090                 " RECORDS " DELIMITED BY SIZE
007100                 COUNT-DISPLAY DELIMITED BY SIZE
007110                 "  FROM " DELIMITED BY SIZE
007120                 MFT-STATE(FILE-SUB) DELIMITED BY SPACE
007130                 " ENTRY" DELIMITED BY SIZE
007140                 INTO REPORT-FILE-LINE
007150         END-STRING
007160     ELSE
007170         MOVE MFT-RECORD-COUNT(FILE-SUB) TO EXPECT-DISPLAY
007180         STRING "*** " DELIMITED BY SIZE
007190                 CURRENT-FILE-NAME DELIMITED BY SIZE
007200                 " RESTORE FAILED - WROTE " DELIMITED BY SIZE
007210                 COUNT-DISPLAY DELIMITED BY SIZE
007220                 " OF " DELIMITED BY SIZE
007230                 EXPECT-DISPLAY DELIMITED BY SIZE
007240                 " ***" DELIMITED BY SIZE
007250                 INTO REPORT-FILE-LINE
007260         END-STRING
007270     END-IF.
007280     WRITE REPORT-FILE-LINE.
007290 3000-EXIT.
007300     EXIT.
007310*
007320 3100-COPY-BACK.
007330     MOVE CURRENT-FILE-NAME TO LIVE-FILE-NAME.
007340     OPEN OUTPUT LIVE-FILE.
007350     IF NOT LIV-FILE-OK
007360         MOVE 'Y' TO FAILED-SW
007370         GO TO 3100-EXIT
007380     END-IF.
007390     IF MFT-ABSENT(FILE-SUB)
007400         CLOSE LIVE-FILE
007410         GO TO 3100-EXIT
007420     END-IF.
007430     OPEN INPUT COPY-FILE.
007440     IF NOT CPY-FILE-OK
007450         MOVE 'Y' TO FAILED-SW
007460         CLOSE LIVE-FILE
007470         GO TO 3100-EXIT
007480     END-IF.
007490     MOVE 'N' TO CPY-EOF-SW.
007500     PERFORM 3110-COPY-BACK-RECORD THRU 3110-EXIT
007510         UNTIL COPY-EOF.
007520     CLOSE COPY-FILE.
007530     CLOSE LIVE-FILE.
007540 3100-EXIT.
007550     EXIT.
007560*
007570 3110-COPY-BACK-RECORD.
007580     READ COPY-FILE
007590         AT END
007600             MOVE 'Y' TO CPY-EOF-SW
007610             GO TO 3110-EXIT
007620     END-READ.
007630     MOVE COPY-RECORD TO LIVE-RECORD.
007640     WRITE LIVE-RECORD.
007650     IF NOT LIV-FILE-OK
007660         MOVE 'Y' TO CPY-EOF-SW
007670         GO TO 3110-EXIT
007680     END-IF.
007690     ADD 1 TO FILE-RECORD-COUNT.
007700 3110-EXIT.
007710     EXIT.
007720*
007730******************************************************************
007740* 3200-RELOAD-HISTORY - rebuild the indexed master from its copy
007750* as EULER-HISTMNT REPAIR reloads it.  A record refused on its
007760* key leaves the count short and fails the restore.
007770******************************************************************
007780 3200-RELOAD-HISTORY.
007790     OPEN OUTPUT HISTORY-FILE.
007800     IF NOT HIST-FILE-OK
007810         MOVE 'Y' TO FAILED-SW
007820         GO TO 3200-EXIT
007830     END-IF.
007840     CLOSE HISTORY-FILE.
007850     IF MFT-ABSENT(FILE-SUB)
007860         GO TO 3200-EXIT
007870     END-IF.
007880     OPEN I-O HISTORY-FILE.
007890     IF NOT HIST-FILE-OK
007900         MOVE 'Y' TO FAILED-SW
007910         GO TO 3200-EXIT
007920     END-IF.
007930     OPEN INPUT COPY-FILE.
007940     IF NOT CPY-FILE-OK
007950         MOVE 'Y' TO FAILED-SW
007960         CLOSE HISTORY-FILE
007970         GO TO 3200-EXIT
007980     END-IF.
007990     MOVE 'N' TO CPY-EOF-SW.
008000     PERFORM 3210-RELOAD-RECORD THRU 3210-EXIT
008010         UNTIL COPY-EOF.
008020     CLOSE COPY-FILE.
008030     CLOSE HISTORY-FILE.
008040 3200-EXIT.
008050     EXIT.
008060*
008070 3210-RELOAD-RECORD.
008080     READ COPY-FILE
008090         AT END
008100             MOVE 'Y' TO CPY-EOF-SW
008110             GO TO 3210-EXIT
008120     END-READ.
008130     MOVE COPY-RECORD TO EULER-HISTORY-RECORD.
008140     WRITE EULER-HISTORY-RECORD
008150         INVALID KEY
008160             ADD 1 TO FILE-DROPPED
008170         NOT INVALID KEY
008180             ADD 1 TO FILE-RECORD-COUNT
008190     END-WRITE.
008200 3210-EXIT.
008210     EXIT.
008220*
008230******************************************************************
008240* 3800-WRITE-AUDIT-RECORD - log the restore to the shared run
008250* log.  When EULAUDIT itself was restored, this is the first
008260* record after the restored log.
008270******************************************************************
008280 3800-WRITE-AUDIT-RECORD.
008290     IF NOT RPT-FILE-OK
008300         GO TO 3800-EXIT
008310     END-IF.
008320     OPEN EXTEND AUDIT-FILE.
008330     IF NOT AUD-FILE-OK
008340         OPEN OUTPUT AUDIT-FILE
008350     END-IF.
008360     IF NOT AUD-FILE-OK
008370         GO TO 3800-EXIT
008380     END-IF.
008390     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
008400     ACCEPT TODAY-TIME FROM TIME.
008410     MOVE SPACES TO REPORT-TIMESTAMP.
008420     STRING TODAY-DATE DELIMITED BY SIZE
008430             "-" DELIMITED BY SIZE
008440             TODAY-TIME DELIMITED BY SIZE
008450             INTO REPORT-TIMESTAMP
008460     END-STRING.
008470     MOVE SPACES TO AUDIT-PARM-TEXT.
008480     STRING "SET " DELIMITED BY SIZE
008490             SET-NAME DELIMITED BY SIZE
008500             " FILE " DELIMITED BY SIZE
008510             RESTORE-SCOPE DELIMITED BY SIZE
008520             " IC " DELIMITED BY SIZE
008530             INTCHK-RC DELIMITED BY SIZE
008540             INTO AUDIT-PARM-TEXT
008550     END-STRING.
008560     MOVE REPORT-TIMESTAMP TO AUD-TIMESTAMP.
008570     MOVE "EULER-RST" TO AUD-PROGRAM-ID.
008580     MOVE AUDIT-PARM-TEXT TO AUD-PARAMETERS.
008590     MOVE RECORDS-RESTORED TO AUD-RESULT.
008600     EVALUATE TRUE
008610         WHEN JOB-ABEND
008620             MOVE "NOCTL" TO AUD-STATUS
008630         WHEN RESTORE-REFUSED
008640             MOVE "REFUSED" TO AUD-STATUS
008650         WHEN RESTORE-FAILED
008660             MOVE "FAILED" TO AUD-STATUS
008670         WHEN OTHER
008680             MOVE "RESTORED" TO AUD-STATUS
008690     END-EVALUATE.
008700     WRITE EULER-AUDIT-RECORD.
008710     CLOSE AUDIT-FILE.
008720 3800-EXIT.
008730     EXIT.
008740*
008750******************************************************************
008760* 4000-RUN-INTCHK - hand EULER-INTCHK its date range on EULICCTL
008770* and run it over the restored files.  The range defaults to the
008780* first of the set's month through the set date.  It is not run
008790* after a failed restore, which must be put right and rerun.
008800******************************************************************
008810 4000-RUN-INTCHK.
008820     MOVE SPACES TO REPORT-FILE-LINE.
008830     MOVE RECORDS-RESTORED TO TOTAL-DISPLAY.
008840     STRING "FILES RESTORED: " DELIMITED BY SIZE
008850             FILES-RESTORED DELIMITED BY SIZE
008860             " OF " DELIMITED BY SIZE
008870             FILES-SELECTED DELIMITED BY SIZE
008880             "  RECORDS: " DELIMITED BY SIZE
008890             TOTAL-DISPLAY DELIMITED BY SIZE
008900             INTO REPORT-FILE-LINE
008910     END-STRING.
008920     WRITE REPORT-FILE-LINE.
008930     IF RESTORE-FAILED
008940         MOVE SPACES TO REPORT-FILE-LINE
008950         STRING "*** RESTORE INCOMPLETE - CORRECT AND RERUN;"
008960                 DELIMITED BY SIZE
008970                 " EULER-INTCHK NOT RUN ***" DELIMITED BY SIZE
008980                 INTO REPORT-FILE-LINE
008990         END-STRING
009000         WRITE REPORT-FILE-LINE
009010         GO TO 4000-EXIT
009020     END-IF.
009030     IF CHECK-FROM-DATE = ZERO
009040         MOVE SET-YEAR-MONTH TO CHECK-FROM-DATE(1:6)
009050         MOVE 01 TO CHECK-FROM-DATE(7:2)
009060     END-IF.
009070     IF CHECK-TO-DATE = ZERO
009080         MOVE SET-DATE TO CHECK-TO-DATE
009090     END-IF.
009100     OPEN OUTPUT CHECK-CONTROL-FILE.
009110     IF ICC-FILE-OK
009120         MOVE CHECK-FROM-DATE TO CHK-FROM-DATE
009130         MOVE CHECK-TO-DATE TO CHK-TO-DATE
009140         WRITE CHECK-CONTROL-RECORD
009150         CLOSE CHECK-CONTROL-FILE
009160         CALL "EULER-INTCHK"
009170         MOVE RETURN-CODE TO INTCHK-RC
009180         MOVE 0 TO RETURN-CODE
009190     ELSE
009200         MOVE 16 TO INTCHK-RC
009210     END-IF.
009220     MOVE SPACES TO REPORT-FILE-LINE.
009230     STRING "EULER-INTCHK RUN FROM " DELIMITED BY SIZE
009240             CHECK-FROM-DATE DELIMITED BY SIZE
009250             " TO " DELIMITED BY SIZE
009260             CHECK-TO-DATE DELIMITED BY SIZE
009270             " - RC " DELIMITED BY SIZE
009280             INTCHK-RC DELIMITED BY SIZE
009290             INTO REPORT-FILE-LINE
009300     END-STRING.
009310     WRITE REPORT-FILE-LINE.
009320     MOVE SPACES TO REPORT-FILE-LINE.
009330     IF INTCHK-RC = ZERO
009340         STRING "RESTORED FILES AGREE - SEE EULICRPT"
009350                 DELIMITED BY SIZE INTO REPORT-FILE-LINE
009360         END-STRING
009370     ELSE
009380         STRING "*** RESTORED FILES DO NOT AGREE OR WERE NOT"
009390                 DELIMITED BY SIZE
009400                 " CHECKED - SEE EULICRPT ***" DELIMITED BY SIZE
009410                 INTO REPORT-FILE-LINE
009420         END-STRING
009430     END-IF.
009440     WRITE REPORT-FILE-LINE.
009450 4000-EXIT.
009460     EXIT.
009470*
009480 9000-FINALIZE.
009490     IF RPT-FILE-OK
009500         CLOSE REPORT-FILE
009510     END-IF.
009520     EVALUATE TRUE
009530         WHEN JOB-ABEND
009540             MOVE 16 TO RETURN-CODE
009550         WHEN RESTORE-FAILED
009560             MOVE 16 TO RETURN-CODE
009570         WHEN RESTORE-REFUSED
009580             MOVE 8 TO RETURN-CODE
009590         WHEN INTCHK-RC NOT = ZERO
009600             MOVE 4 TO RETURN-CODE
009610         WHEN OTHER
009620             MOVE 0 TO RETURN-CODE
009630     END-EVALUATE.
009640 9000-EXIT.
009650     EXIT.
009660 END PROGRAM EULER-RESTORE.

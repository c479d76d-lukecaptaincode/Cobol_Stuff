000010******************************************************************
000020* Author: Luke Captain
000030* Installation: Batch Support
000040* Date-Written: 15/10/2026
000050* Purpose: Point-in-time backup of the whole EULER file set.  The
000060*          run log EULAUDIT, the history master EULRHIST, the
000070*          statistics file EULSTATS, the audit generation catalog
000080*          EULGCAT, the suite registry EULSJOBS and preset
000090*          library EULSPSET, the suite status and checkpoint
000100*          files EULSSTAT and EULSCKPT, and the three job
000110*          checkpoints EUL1CKPT, EUL2CKPT and EUL3CKPT are copied
000120*          together into one dated backup set, named
000130*          EULBKyyyymmdd.<file>, so a bad night or a bad purge
000140*          has a consistent set to go back to.
000150*          EULRHIST is unloaded to a sequential copy the way
000160*          EULER-HISTMNT REPAIR does.  The set's manifest,
000170*          EULBKyyyymmdd.MANIFEST (EULBKM layout), records each
000180*          file's record count and hash total (EULBKV) and is only
000190*          marked COMPLETE when every file copied; EULER-RESTORE
000200*          checks it before it restores anything.  A second backup
000210*          on the same day replaces that day's set.  The run is
000220*          reported on EULBKRPT and logged to EULAUDIT.
000230* Tectonics: cobc
000240*
000250* Modification History:
000260*   15/10/2026 LC  Initial version.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EULER-BACKUP.
000300 AUTHOR. LUKE CAPTAIN.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
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
000550     SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS AUD-FILE-STATUS.
000580
000590     SELECT REPORT-FILE ASSIGN TO "EULBKRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RPT-FILE-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*    Any sequential file of the set, read as a plain record.
000660 FD  LIVE-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  LIVE-RECORD                 PIC X(120).
000690
000700 FD  HISTORY-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY EULHST.
000730
000740 FD  COPY-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  COPY-RECORD                 PIC X(120).
000770
000780 FD  MANIFEST-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY EULBKM.
000810
000820 FD  AUDIT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY EULAUD.
000850
000860 FD  REPORT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  REPORT-FILE-LINE            PIC X(80).
000890*
000900 WORKING-STORAGE SECTION.
000910 01  LIVE-FILE-NAME              PIC X(24).
000920 01  COPY-FILE-NAME              PIC X(24).
000930 01  MANIFEST-FILE-NAME          PIC X(24).
000940 01  SET-NAME                    PIC X(13).
000950 01  CURRENT-FILE-NAME           PIC X(08).
000960 01  CURRENT-FILE-STATE          PIC X(08).
000970     88  CURRENT-FILE-COPIED           VALUE 'COPIED'.
000980     88  CURRENT-FILE-ABSENT           VALUE 'ABSENT'.
000990     88  CURRENT-FILE-FAILED           VALUE 'FAILED'.
001000 01  NIGHT-IDENT                 PIC X(08) VALUE SPACES.
001010 01  TODAY-DATE                  PIC 9(08).
001020 01  TODAY-TIME                  PIC 9(08).
001030 01  SET-DATE                    PIC 9(08).
001040 01  SET-TIME                    PIC 9(08).
001050 01  REPORT-TIMESTAMP            PIC X(26).
001060 01  AUDIT-PARM-TEXT             PIC X(40).
001070 01  FILE-SUB                    PIC S9(04) COMP.
001080 01  FILE-RECORD-COUNT           PIC 9(07) VALUE ZERO.
001090 01  FILE-HASH-TOTAL             PIC 9(13) VALUE ZERO.
001100 01  HASH-FIELD                  PIC 9(15) VALUE ZERO.
001110 01  FILES-COPIED                PIC 9(03) VALUE ZERO.
001120 01  FILES-ABSENT                PIC 9(03) VALUE ZERO.
001130 01  FILES-FAILED                PIC 9(03) VALUE ZERO.
001140 01  SET-RECORD-TOTAL            PIC 9(09) VALUE ZERO.
001150 01  COUNT-DISPLAY               PIC Z(06)9.
001160 01  HASH-DISPLAY                PIC Z(12)9.
001170 01  TOTAL-DISPLAY               PIC Z(08)9.
001180
001190*    The files of the set, in the order they are copied and listed
001200*    on the manifest.
001210 01  BACKUP-FILE-NAMES.
001220     05  FILLER                  PIC X(08) VALUE 'EULAUDIT'.
001230     05  FILLER                  PIC X(08) VALUE 'EULRHIST'.
001240     05  FILLER                  PIC X(08) VALUE 'EULSTATS'.
001250     05  FILLER                  PIC X(08) VALUE 'EULGCAT '.
001260     05  FILLER                  PIC X(08) VALUE 'EULSJOBS'.
001270     05  FILLER                  PIC X(08) VALUE 'EULSPSET'.
001280     05  FILLER                  PIC X(08) VALUE 'EULSSTAT'.
001290     05  FILLER                  PIC X(08) VALUE 'EULSCKPT'.
001300     05  FILLER                  PIC X(08) VALUE 'EUL1CKPT'.
001310     05  FILLER                  PIC X(08) VALUE 'EUL2CKPT'.
001320     05  FILLER                  PIC X(08) VALUE 'EUL3CKPT'.
001330 01  BACKUP-FILE-TABLE REDEFINES BACKUP-FILE-NAMES.
001340     05  BKF-NAME                PIC X(08) OCCURS 11 TIMES.
001350 01  BACKUP-FILE-COUNT           PIC S9(04) COMP VALUE 11.
001360
001370     COPY EULBKV.
001380
001390 01  BACKUP-SWITCHES.
001400     05  ABEND-SW                PIC X(01) VALUE 'N'.
001410         88  JOB-ABEND                 VALUE 'Y'.
001420     05  LIV-EOF-SW              PIC X(01) VALUE 'N'.
001430         88  LIVE-EOF                  VALUE 'Y'.
001440     05  HIST-EOF-SW             PIC X(01) VALUE 'N'.
001450         88  HIST-EOF                  VALUE 'Y'.
001460     05  MANIFEST-OPEN-SW        PIC X(01) VALUE 'N'.
001470         88  MANIFEST-OPEN             VALUE 'Y'.
001480
001490 01  FILE-STATUS-AREA.
001500     05  LIV-FILE-STATUS         PIC X(02).
001510         88  LIV-FILE-OK               VALUE '00'.
001520         88  LIV-FILE-NOT-FOUND        VALUE '35'.
001530     05  HIST-FILE-STATUS        PIC X(02).
001540         88  HIST-FILE-OK              VALUE '00'.
001550         88  HIST-FILE-NOT-FOUND       VALUE '35'.
001560     05  CPY-FILE-STATUS         PIC X(02).
001570         88  CPY-FILE-OK               VALUE '00'.
001580     05  MAN-FILE-STATUS         PIC X(02).
001590         88  MAN-FILE-OK               VALUE '00'.
001600     05  AUD-FILE-STATUS         PIC X(02).
001610         88  AUD-FILE-OK               VALUE '00'.
001620     05  RPT-FILE-STATUS         PIC X(02).
001630         88  RPT-FILE-OK               VALUE '00'.
001640*
001650 PROCEDURE DIVISION.
001660******************************************************************
001670* 0000-MAINLINE - overall flow of control for the backup.
001680******************************************************************
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     IF NOT JOB-ABEND
001720         PERFORM 2000-BACKUP-FILE THRU 2000-EXIT
001730             VARYING FILE-SUB FROM 1 BY 1
001740             UNTIL FILE-SUB > BACKUP-FILE-COUNT
001750         PERFORM 3000-CLOSE-MANIFEST THRU 3000-EXIT
001760     END-IF.
001770     PERFORM 3800-WRITE-AUDIT-RECORD THRU 3800-EXIT.
001780     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001790     GOBACK.
001800*
001810******************************************************************
001820* 1000-INITIALIZE - name today's set, note any night in progress
001830* on EULSCKPT and start the manifest with its header.
001840******************************************************************
001850 1000-INITIALIZE.
001860     OPEN OUTPUT REPORT-FILE.
001870     IF NOT RPT-FILE-OK
001880         MOVE 'Y' TO ABEND-SW
001890         GO TO 1000-EXIT
001900     END-IF.
001910     ACCEPT SET-DATE FROM DATE YYYYMMDD.
001920     ACCEPT SET-TIME FROM TIME.
001930     MOVE SPACES TO SET-NAME.
001940     STRING "EULBK" DELIMITED BY SIZE
001950             SET-DATE DELIMITED BY SIZE
001960             INTO SET-NAME
001970     END-STRING.
001980     MOVE SPACES TO MANIFEST-FILE-NAME.
001990     STRING SET-NAME DELIMITED BY SIZE
002000             ".MANIFEST" DELIMITED BY SIZE
002010             INTO MANIFEST-FILE-NAME
002020     END-STRING.
002030     MOVE SPACES TO REPORT-FILE-LINE.
002040     STRING "EULER-BACKUP - EULER FILE SET BACKUP"
002050             DELIMITED BY SIZE INTO REPORT-FILE-LINE
002060     END-STRING.
002070     WRITE REPORT-FILE-LINE.
002080     MOVE SPACES TO REPORT-FILE-LINE.
002090     STRING "RUN DATE: " DELIMITED BY SIZE
002100             SET-DATE DELIMITED BY SIZE
002110             "  TIME: " DELIMITED BY SIZE
002120             SET-TIME DELIMITED BY SIZE
002130             "  BACKUP SET: " DELIMITED BY SIZE
002140             SET-NAME DELIMITED BY SIZE
002150             INTO REPORT-FILE-LINE
002160     END-STRING.
002170     WRITE REPORT-FILE-LINE.
002180     PERFORM 1100-CHECK-NIGHT THRU 1100-EXIT.
002190     OPEN OUTPUT MANIFEST-FILE.
002200     IF NOT MAN-FILE-OK
002210         MOVE SPACES TO REPORT-FILE-LINE
002220         STRING "*** " DELIMITED BY SIZE
002230                 MANIFEST-FILE-NAME DELIMITED BY SPACE
002240                 " OPEN FAILED - BACKUP ABANDONED ***"
002250                 DELIMITED BY SIZE
002260                 INTO REPORT-FILE-LINE
002270         END-STRING
002280         WRITE REPORT-FILE-LINE
002290         MOVE 'Y' TO ABEND-SW
002300         GO TO 1000-EXIT
002310     END-IF.
002320     MOVE 'Y' TO MANIFEST-OPEN-SW.
002330     MOVE SPACES TO EULER-MANIFEST-RECORD.
002340     MOVE 'H' TO MAN-RECORD-TYPE.
002350     MOVE SET-DATE TO MAN-SET-DATE.
002360     MOVE SET-TIME TO MAN-SET-TIME.
002370     MOVE NIGHT-IDENT TO MAN-NIGHT-IDENT.
002380     WRITE EULER-MANIFEST-RECORD.
002390     MOVE SPACES TO REPORT-FILE-LINE.
002400     STRING "FILE      STATE      RECORDS     HASH TOTAL"
002410             DELIMITED BY SIZE
002420             "  BACKUP COPY" DELIMITED BY SIZE
002430             INTO REPORT-FILE-LINE
002440     END-STRING.
002450     WRITE REPORT-FILE-LINE.
002460 1000-EXIT.
002470     EXIT.
002480*
002490******************************************************************
002500* 1100-CHECK-NIGHT - a row on EULSCKPT means the suite has a
002510* night started and not finished.  The set is still taken, but
002520* the manifest and the report say which night it was taken in.
002530******************************************************************
002540 1100-CHECK-NIGHT.
002550     MOVE "EULSCKPT" TO LIVE-FILE-NAME.
002560     OPEN INPUT LIVE-FILE.
002570     IF NOT LIV-FILE-OK
002580         GO TO 1100-EXIT
002590     END-IF.
002600     READ LIVE-FILE
002610         AT END
002620             CONTINUE
002630         NOT AT END
002640             MOVE LIVE-RECORD TO BKV-RECORD
002650             MOVE BKV-CKP-NIGHT-IDENT TO NIGHT-IDENT
002660     END-READ.
002670     CLOSE LIVE-FILE.
002680     IF NIGHT-IDENT NOT = SPACES
002690         MOVE SPACES TO REPORT-FILE-LINE
002700         STRING "NOTE: NIGHT " DELIMITED BY SIZE
002710                 NIGHT-IDENT DELIMITED BY SIZE
002720                 " IN PROGRESS ON EULSCKPT - SET TAKEN MID-NIGHT"
002730                 DELIMITED BY SIZE
002740                 INTO REPORT-FILE-LINE
002750         END-STRING
002760         WRITE REPORT-FILE-LINE
002770     END-IF.
002780 1100-EXIT.
002790     EXIT.
002800*
002810******************************************************************
002820* 2000-BACKUP-FILE - copy one file of the set and post its count
002830* and hash total to the manifest.  A file that does not exist is
002840* entered as ABSENT; one that will not copy fails the set.
002850******************************************************************
002860 2000-BACKUP-FILE.
002870     MOVE BKF-NAME(FILE-SUB) TO CURRENT-FILE-NAME.
002880     MOVE ZERO TO FILE-RECORD-COUNT.
002890     MOVE ZERO TO FILE-HASH-TOTAL.
002900     MOVE SPACES TO COPY-FILE-NAME.
002910     STRING SET-NAME DELIMITED BY SIZE
002920             "." DELIMITED BY SIZE
002930             CURRENT-FILE-NAME DELIMITED BY SPACE
002940             INTO COPY-FILE-NAME
002950     END-STRING.
002960     IF CURRENT-FILE-NAME = "EULRHIST"
002970         PERFORM 2200-UNLOAD-HISTORY THRU 2200-EXIT
002980     ELSE
002990         PERFORM 2100-COPY-FILE THRU 2100-EXIT
003000     END-IF.
003010     EVALUATE TRUE
003020         WHEN CURRENT-FILE-COPIED
003030             ADD 1 TO FILES-COPIED
003040         WHEN CURRENT-FILE-ABSENT
003050             ADD 1 TO FILES-ABSENT
003060         WHEN OTHER
003070             ADD 1 TO FILES-FAILED
003080     END-EVALUATE.
003090     ADD FILE-RECORD-COUNT TO SET-RECORD-TOTAL.
003100     MOVE SPACES TO EULER-MANIFEST-RECORD.
003110     MOVE 'F' TO MAN-RECORD-TYPE.
003120     MOVE SET-DATE TO MAN-SET-DATE.
003130     MOVE CURRENT-FILE-NAME TO MAN-FILE-NAME.
003140     MOVE CURRENT-FILE-STATE TO MAN-FILE-STATE.
003150     MOVE FILE-RECORD-COUNT TO MAN-RECORD-COUNT.
003160     MOVE FILE-HASH-TOTAL TO MAN-HASH-TOTAL.
003170     WRITE EULER-MANIFEST-RECORD.
003180     MOVE FILE-RECORD-COUNT TO COUNT-DISPLAY.
003190     MOVE FILE-HASH-TOTAL TO HASH-DISPLAY.
003200     MOVE SPACES TO REPORT-FILE-LINE.
003210     IF CURRENT-FILE-COPIED
003220         STRING CURRENT-FILE-NAME DELIMITED BY SIZE
003230                 "  " DELIMITED BY SIZE
003240                 CURRENT-FILE-STATE DELIMITED BY SIZE
003250                 " " DELIMITED BY SIZE
003260                 COUNT-DISPLAY DELIMITED BY SIZE
003270                 "  " DELIMITED BY SIZE
003280                 HASH-DISPLAY DELIMITED BY SIZE
003290                 "  " DELIMITED BY SIZE
003300                 COPY-FILE-NAME DELIMITED BY SPACE
003310                 INTO REPORT-FILE-LINE
003320         END-STRING
003330     ELSE
003340         STRING CURRENT-FILE-NAME DELIMITED BY SIZE
003350                 "  " DELIMITED BY SIZE
003360                 CURRENT-FILE-STATE DELIMITED BY SIZE
003370                 " " DELIMITED BY SIZE
003380                 COUNT-DISPLAY DELIMITED BY SIZE
003390                 "  " DELIMITED BY SIZE
003400                 HASH-DISPLAY DELIMITED BY SIZE
003410                 "  NO COPY TAKEN" DELIMITED BY SIZE
003420                 INTO REPORT-FILE-LINE
003430         END-STRING
003440     END-IF.
003450     WRITE REPORT-FILE-LINE.
003460 2000-EXIT.
003470     EXIT.
003480*
003490 2100-COPY-FILE.
003500     MOVE CURRENT-FILE-NAME TO LIVE-FILE-NAME.
003510     MOVE 'COPIED' TO CURRENT-FILE-STATE.
003520     OPEN INPUT LIVE-FILE.
003530     IF LIV-FILE-NOT-FOUND
003540         MOVE 'ABSENT' TO CURRENT-FILE-STATE
003550         GO TO 2100-EXIT
003560     END-IF.
003570     IF NOT LIV-FILE-OK
003580         MOVE 'FAILED' TO CURRENT-FILE-STATE
003590         GO TO 2100-EXIT
003600     END-IF.
003610     OPEN OUTPUT COPY-FILE.
003620     IF NOT CPY-FILE-OK
003630         MOVE 'FAILED' TO CURRENT-FILE-STATE
003640         CLOSE LIVE-FILE
003650         GO TO 2100-EXIT
003660     END-IF.
003670     MOVE 'N' TO LIV-EOF-SW.
003680     PERFORM 2110-COPY-RECORD THRU 2110-EXIT
003690         UNTIL LIVE-EOF.
003700     CLOSE LIVE-FILE.
003710     CLOSE COPY-FILE.
003720 2100-EXIT.
003730     EXIT.
003740*
003750 2110-COPY-RECORD.
003760     READ LIVE-FILE
003770         AT END
003780             MOVE 'Y' TO LIV-EOF-SW
003790             GO TO 2110-EXIT
003800     END-READ.
003810     MOVE LIVE-RECORD TO COPY-RECORD.
003820     WRITE COPY-RECORD.
003830     IF NOT CPY-FILE-OK
003840         MOVE 'FAILED' TO CURRENT-FILE-STATE
003850         MOVE 'Y' TO LIV-EOF-SW
003860         GO TO 2110-EXIT
003870     END-IF.
003880     ADD 1 TO FILE-RECORD-COUNT.
003890     MOVE LIVE-RECORD TO BKV-RECORD.
003900     PERFORM 2500-ADD-TO-HASH THRU 2500-EXIT.
003910 2110-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950* 2200-UNLOAD-HISTORY - read the indexed master in key order into
003960* its sequential copy, as EULER-HISTMNT REPAIR unloads it.
003970******************************************************************
003980 2200-UNLOAD-HISTORY.
003990     MOVE 'COPIED' TO CURRENT-FILE-STATE.
004000     OPEN INPUT HISTORY-FILE.
004010     IF HIST-FILE-NOT-FOUND
004020         MOVE 'ABSENT' TO CURRENT-FILE-STATE
004030         GO TO 2200-EXIT
004040     END-IF.
004050     IF NOT HIST-FILE-OK
004060         MOVE 'FAILED' TO CURRENT-FILE-STATE
004070         GO TO 2200-EXIT
004080     END-IF.
004090     OPEN OUTPUT COPY-FILE.
004100     IF NOT CPY-FILE-OK
004110         MOVE 'FAILED' TO CURRENT-FILE-STATE
004120         CLOSE HISTORY-FILE
004130         GO TO 2200-EXIT
004140     END-IF.
004150     MOVE 'N' TO HIST-EOF-SW.
004160     MOVE LOW-VALUES TO HIST-KEY.
004170     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
004180         INVALID KEY
004190             MOVE 'Y' TO HIST-EOF-SW
004200     END-START.
004210     PERFORM 2210-UNLOAD-RECORD THRU 2210-EXIT
004220         UNTIL HIST-EOF.
004230     CLOSE HISTORY-FILE.
004240     CLOSE COPY-FILE.
004250 2200-EXIT.
004260     EXIT.
004270*
004280 2210-UNLOAD-RECORD.
004290     READ HISTORY-FILE NEXT RECORD
004300         AT END
004310             MOVE 'Y' TO HIST-EOF-SW
004320             GO TO 2210-EXIT
004330     END-READ.
004340     MOVE EULER-HISTORY-RECORD TO COPY-RECORD.
004350     WRITE COPY-RECORD.
004360     IF NOT CPY-FILE-OK
004370         MOVE 'FAILED' TO CURRENT-FILE-STATE
004380         MOVE 'Y' TO HIST-EOF-SW
004390         GO TO 2210-EXIT
004400     END-IF.
004410     ADD 1 TO FILE-RECORD-COUNT.
004420     MOVE EULER-HISTORY-RECORD TO BKV-RECORD.
004430     PERFORM 2500-ADD-TO-HASH THRU 2500-EXIT.
004440 2210-EXIT.
004450     EXIT.
004460*
004470******************************************************************
004480* 2500-ADD-TO-HASH - add this file's hash field (EULBKV) from the
004490* record in BKV-RECORD to the file's hash total.  EULER-RESTORE
004500* applies the same rule to the copy.
004510******************************************************************
004520 2500-ADD-TO-HASH.
004530     MOVE ZERO TO HASH-FIELD.
004540     EVALUATE CURRENT-FILE-NAME
004550         WHEN "EULAUDIT"
004560             IF BKV-AUD-RESULT IS NUMERIC
004570                 MOVE BKV-AUD-RESULT TO HASH-FIELD
004580             END-IF
004590         WHEN "EULRHIST"
004600             IF BKV-HIST-RESULT IS NUMERIC
004610                 MOVE BKV-HIST-RESULT TO HASH-FIELD
004620             END-IF
004630         WHEN "EULSTATS"
004640             IF BKV-STAT-ITERATIONS IS NUMERIC
004650                 MOVE BKV-STAT-ITERATIONS TO HASH-FIELD
004660             END-IF
004670         WHEN "EULGCAT "
004680             IF BKV-GCT-RECORD-COUNT IS NUMERIC
004690                 MOVE BKV-GCT-RECORD-COUNT TO HASH-FIELD
004700             END-IF
004710         WHEN "EULSJOBS"
004720             IF BKV-REG-PROBLEM IS NUMERIC
004730                 MOVE BKV-REG-PROBLEM TO HASH-FIELD
004740             END-IF
004750         WHEN "EULSPSET"
004760             IF BKV-PSL-LIMIT IS NUMERIC
004770                 MOVE BKV-PSL-LIMIT TO HASH-FIELD
004780             END-IF
004790         WHEN "EULSSTAT"
004800             IF BKV-STA-RC IS NUMERIC
004810                 MOVE BKV-STA-RC TO HASH-FIELD
004820             END-IF
004830         WHEN "EULSCKPT"
004840             IF BKV-CKP-ENTRY-SEQ IS NUMERIC
004850                 MOVE BKV-CKP-ENTRY-SEQ TO HASH-FIELD
004860             END-IF
004870         WHEN OTHER
004880             IF BKV-CKPT-POSITION IS NUMERIC
004890                 MOVE BKV-CKPT-POSITION TO HASH-FIELD
004900             END-IF
004910     END-EVALUATE.
004920     COMPUTE FILE-HASH-TOTAL
004930         = FUNCTION MOD(FILE-HASH-TOTAL + HASH-FIELD,
004940                        10000000000000).
004950 2500-EXIT.
004960     EXIT.
004970*
004980******************************************************************
004990* 3000-CLOSE-MANIFEST - the trailer marks the set COMPLETE only
005000* when every file copied or was absent; a set with a failed file
005010* is left PARTIAL and EULER-RESTORE will refuse it.
005020******************************************************************
005030 3000-CLOSE-MANIFEST.
005040     MOVE SPACES TO EULER-MANIFEST-RECORD.
005050     MOVE 'T' TO MAN-RECORD-TYPE.
005060     MOVE SET-DATE TO MAN-SET-DATE.
005070     MOVE BACKUP-FILE-COUNT TO MAN-FILE-COUNT.
005080     MOVE SET-RECORD-TOTAL TO MAN-TOTAL-RECORDS.
005090     IF FILES-FAILED = ZERO
005100         MOVE 'COMPLETE' TO MAN-SET-STATE
005110     ELSE
005120         MOVE 'PARTIAL' TO MAN-SET-STATE
005130     END-IF.
005140     WRITE EULER-MANIFEST-RECORD.
005150     CLOSE MANIFEST-FILE.
005160     MOVE 'N' TO MANIFEST-OPEN-SW.
005170     MOVE SET-RECORD-TOTAL TO TOTAL-DISPLAY.
005180     MOVE SPACES TO REPORT-FILE-LINE.
005190     STRING "FILES COPIED: " DELIMITED BY SIZE
005200             FILES-COPIED DELIMITED BY SIZE
005210             "  ABSENT: " DELIMITED BY SIZE
005220             FILES-ABSENT DELIMITED BY SIZE
005230             "  FAILED: " DELIMITED BY SIZE
005240             FILES-FAILED DELIMITED BY SIZE
005250             "  RECORDS: " DELIMITED BY SIZE
005260             TOTAL-DISPLAY DELIMITED BY SIZE
005270             INTO REPORT-FILE-LINE
005280     END-STRING.
005290     WRITE REPORT-FILE-LINE.
005300     MOVE SPACES TO REPORT-FILE-LINE.
005310     IF FILES-FAILED = ZERO
005320         STRING "BACKUP SET " DELIMITED BY SIZE
005330                 SET-NAME DELIMITED BY SIZE
005340                 " COMPLETE - MANIFEST " DELIMITED BY SIZE
005350                 MANIFEST-FILE-NAME DELIMITED BY SPACE
005360                 INTO REPORT-FILE-LINE
005370         END-STRING
005380     ELSE
005390         STRING "*** BACKUP SET " DELIMITED BY SIZE
005400                 SET-NAME DELIMITED BY SIZE
005410                 " PARTIAL - NOT USABLE FOR RESTORE ***"
005420                 DELIMITED BY SIZE
005430                 INTO REPORT-FILE-LINE
005440         END-STRING
005450     END-IF.
005460     WRITE REPORT-FILE-LINE.
005470 3000-EXIT.
005480     EXIT.
005490*
005500******************************************************************
005510* 3800-WRITE-AUDIT-RECORD - log the backup to the shared run log.
005520* EULAUDIT itself has already been copied, so this record is the
005530* first one after the set.
005540******************************************************************
005550 3800-WRITE-AUDIT-RECORD.
005560     IF NOT RPT-FILE-OK
005570         GO TO 3800-EXIT
005580     END-IF.
005590     OPEN EXTEND AUDIT-FILE.
005600     IF NOT AUD-FILE-OK
005610         OPEN OUTPUT AUDIT-FILE
005620     END-IF.
005630     IF NOT AUD-FILE-OK
005640         GO TO 3800-EXIT
005650     END-IF.
005660     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
005670     ACCEPT TODAY-TIME FROM TIME.
005680     MOVE SPACES TO REPORT-TIMESTAMP.
005690     STRING TODAY-DATE DELIMITED BY SIZE
005700             "-" DELIMITED BY SIZE
005710             TODAY-TIME DELIMITED BY SIZE
005720             INTO REPORT-TIMESTAMP
005730     END-STRING.
005740     MOVE SPACES TO AUDIT-PARM-TEXT.
005750     STRING "SET " DELIMITED BY SIZE
005760             SET-NAME DELIMITED BY SIZE
005770             " COPIED " DELIMITED BY SIZE
005780             FILES-COPIED DELIMITED BY SIZE
005790             " FAILED " DELIMITED BY SIZE
005800             FILES-FAILED DELIMITED BY SIZE
005810             INTO AUDIT-PARM-TEXT
005820     END-STRING.
005830     MOVE REPORT-TIMESTAMP TO AUD-TIMESTAMP.
005840     MOVE "EULER-BKP" TO AUD-PROGRAM-ID.
005850     MOVE AUDIT-PARM-TEXT TO AUD-PARAMETERS.
005860     MOVE SET-RECORD-TOTAL TO AUD-RESULT.
005870     IF JOB-ABEND OR FILES-FAILED > ZERO
005880         MOVE "FAILED" TO AUD-STATUS
005890     ELSE
005900         MOVE "BACKEDUP" TO AUD-STATUS
005910     END-IF.
005920     WRITE EULER-AUDIT-RECORD.
005930     CLOSE AUDIT-FILE.
005940 3800-EXIT.
005950     EXIT.
005960*
005970 9000-FINALIZE.
005980     IF MANIFEST-OPEN
005990         CLOSE MANIFEST-FILE
006000     END-IF.
006010     IF RPT-FILE-OK
006020         CLOSE REPORT-FILE
006030     END-IF.
006040     IF JOB-ABEND
006050         MOVE 16 TO RETURN-CODE
006060     ELSE
006070         IF FILES-FAILED > ZERO
006080             MOVE 8 TO RETURN-CODE
006090         ELSE
006100             MOVE 0 TO RETURN-CODE
006110         END-IF
006120     END-IF.
006130 9000-EXIT.
006140     EXIT.
006150 END PROGRAM EULER-BACKUP.

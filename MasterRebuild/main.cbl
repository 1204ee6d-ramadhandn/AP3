000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 09/21/2026
000050* Date-Compiled.
000060* Purpose: Membangun ulang master kandidat (CANDMAST) dari
000070*          riwayat screening (SCRNHIST dan arsipnya HISTARCH) -
000080*          keputusan tahap satu terakhir (termasuk koreksi) dan
000090*          pengunduran diri terakhir per kandidat, dengan nama
000100*          diambil dari ekstrak HR (CANDFILE) atau ledger ATS
000110*          (ATSLEDG).  Mode VERIFY hanya mencetak perbedaan
000120*          antara master yang hidup dan hasil bangun ulang per
000130*          kandidat; mode REBUILD menulis cluster baru dengan
000140*          total kontrol yang membuktikan setiap kandidat di
000150*          riwayat tercatat.
000160* Tectonics: cobc
000170******************************************************************
000180* Modification History:
000190*   09/21/2026  RD  Original program.  Until now the only way
000200*                   back from a damaged or suspect cluster was
000210*                   the last IDCAMS backup plus hand keying.
000220*                   Every change to the master is already on
000230*                   the audit history, so the master is
000240*                   replayed from it into the CANDNEW cluster
000250*                   the JCL defines - in both modes, so VERIFY
000260*                   and REBUILD compare exactly the same
000270*                   thing.  The live master is only ever read.
000280*                   A withdrawal entry carries the date it was
000290*                   processed, not the withdrawal date CANDWDRW
000300*                   posted, so a WDRN record whose live date is
000310*                   earlier than the history date is not called
000320*                   a difference.
000330*   09/24/2026  RD  An erasure entry (stage E, see CANDERAS)
000340*                   puts the erased-name placeholder back on
000350*                   the rebuilt record, and the extract and
000360*                   ledger passes leave such a name alone - a
000370*                   rebuild must not bring back a name that
000380*                   was erased.  A stage-1 decision after the
000390*                   erasure (the candidate applied again)
000400*                   clears the placeholder so the new extract
000410*                   names them.  Erased names are counted in
000420*                   the name balance.
000430*   10/05/2026  RD  Replays supervisor overrides - the override
000440*                   stage and authorizer are rebuilt and
000450*                   compared (field OVRD), and a stage-1
000460*                   override replaces the result and date.
000470*   10/08/2026  RD  Replays the source channel from stage-1
000480*                   decisions (HIST-SOURCE) and compares it in
000490*                   VERIFY mode.
000500*   10/15/2026  RD  The source id is not on the history, so
000510*                   the extract pass now takes it from the last
000520*                   extract record for the candidate on the
000530*                   replayed channel, erased or not, and VERIFY
000540*                   compares it (field SRID) - a rebuilt master
000550*                   had it blank and SRCERPT lost every agency
000560*                   and job-board fee.
000570******************************************************************
000580
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. MASTRBLD.
000610 AUTHOR. RAMADHAN.
000620 INSTALLATION. HR-RECRUITING.
000630 DATE-WRITTEN. 09/21/2026.
000640 DATE-COMPILED.
000650
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-SCREENING-HISTORY.
000720
000730     SELECT ARCHIVE-HISTORY-FILE ASSIGN TO "HISTARCH"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-ARCHIVE-HISTORY.
000760
000770     SELECT CANDIDATE-FILE ASSIGN TO "CANDFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-CANDIDATE-FILE.
000800
000810     SELECT ATS-LEDGER-FILE ASSIGN TO "ATSLEDG"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FS-ATS-LEDGER.
000840
000850     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS MAST-CAND-ID
000890         FILE STATUS IS FS-CANDIDATE-MASTER.
000900
000910     SELECT REBUILT-MASTER-FILE ASSIGN TO "CANDNEW"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS RBM-CAND-ID
000950         FILE STATUS IS FS-REBUILT-MASTER.
000960
000970     SELECT REBUILD-REPORT ASSIGN TO "RBLDRPT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FS-REBUILD-REPORT.
001000
001010     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS FS-RUN-CONTROL.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  SCREENING-HISTORY-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY HISTREC.
001100
001110 FD  ARCHIVE-HISTORY-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  ARCHIVE-HISTORY-LINE             PIC X(80).
001140
001150 FD  CANDIDATE-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY CANDREC.
001180
001190 FD  ATS-LEDGER-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 COPY ATSLDG.
001220
001230 FD  CANDIDATE-MASTER-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 COPY CANDMAST.
001260
001270* The rebuilt cluster holds CANDMAST records; the fields are
001280* worked on in REBUILT-MASTER-RECORD below.
001290 FD  REBUILT-MASTER-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  REBUILT-FILE-RECORD.
001320     05  RBM-CAND-ID                  PIC X(10).
001330     05  FILLER                       PIC X(70).
001340
001350 FD  REBUILD-REPORT
001360     LABEL RECORDS ARE STANDARD.
001370 01  REPORT-LINE                      PIC X(80).
001380
001390 FD  RUN-CONTROL-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 COPY RUNCTL.
001420
001430 WORKING-STORAGE SECTION.
001440
001450 01  FS-SCREENING-HISTORY             PIC X(02).
001460     88  FS-HISTORY-OK                    VALUE "00".
001470     88  FS-HISTORY-NOT-FOUND             VALUE "35".
001480 01  FS-ARCHIVE-HISTORY               PIC X(02).
001490     88  FS-ARCHIVE-OK                    VALUE "00".
001500     88  FS-ARCHIVE-NOT-FOUND             VALUE "35".
001510 01  FS-CANDIDATE-FILE                PIC X(02).
001520     88  FS-CANDIDATE-OK                  VALUE "00".
001530     88  FS-CANDIDATE-NOT-FOUND           VALUE "35".
001540 01  FS-ATS-LEDGER                    PIC X(02).
001550     88  FS-LEDGER-OK                     VALUE "00".
001560     88  FS-LEDGER-NOT-FOUND              VALUE "35".
001570 01  FS-CANDIDATE-MASTER              PIC X(02).
001580     88  FS-MASTER-OK                     VALUE "00".
001590 01  FS-REBUILT-MASTER                PIC X(02).
001600     88  FS-REBUILT-OK                    VALUE "00".
001610 01  FS-REBUILD-REPORT                PIC X(02).
001620     88  FS-REBUILD-REPORT-OK             VALUE "00".
001630 01  FS-RUN-CONTROL                   PIC X(02).
001640     88  FS-RUNCTL-OK                     VALUE "00".
001650
001660 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
001670     88  HISTORY-EOF                      VALUE "Y".
001680 01  SW-ARCHIVE-EOF                   PIC X(01)   VALUE "N".
001690     88  ARCHIVE-EOF                      VALUE "Y".
001700 01  SW-CANDIDATE-EOF                 PIC X(01)   VALUE "N".
001710     88  CANDIDATE-EOF                    VALUE "Y".
001720 01  SW-LEDGER-EOF                    PIC X(01)   VALUE "N".
001730     88  LEDGER-EOF                       VALUE "Y".
001740 01  SW-REBUILT-EOF                   PIC X(01)   VALUE "N".
001750     88  REBUILT-EOF                      VALUE "Y".
001760 01  SW-MASTER-EOF                    PIC X(01)   VALUE "N".
001770     88  MASTER-EOF                       VALUE "Y".
001780 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
001790     88  RUN-CONTROL-EOF                  VALUE "Y".
001800 01  SW-LIVE-MASTER                   PIC X(01)   VALUE "N".
001810     88  LIVE-MASTER-OPEN                 VALUE "Y".
001820     88  LIVE-MASTER-CLOSED               VALUE "N".
001830 01  SW-LIVE-RECORD                   PIC X(01)   VALUE "N".
001840     88  LIVE-RECORD-FOUND                VALUE "Y".
001850     88  LIVE-RECORD-NOT-FOUND            VALUE "N".
001860 01  SW-REBUILT-RECORD                PIC X(01)   VALUE "N".
001870     88  REBUILT-RECORD-NEW               VALUE "N".
001880     88  REBUILT-RECORD-ON-FILE           VALUE "Y".
001890 01  SW-REBUILT-CHANGED               PIC X(01)   VALUE "N".
001900     88  REBUILT-CHANGED                  VALUE "Y".
001910     88  REBUILT-UNCHANGED                VALUE "N".
001920 01  SW-CAND-DIFFERS                  PIC X(01)   VALUE "N".
001930     88  CAND-DIFFERS                     VALUE "Y".
001940     88  CAND-AGREES                      VALUE "N".
001950
001960 01  CT-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
001970 01  CT-ARCHIVE-READ             PIC 9(07) COMP VALUE ZERO.
001980 01  CT-HIST-CANDIDATES          PIC 9(07) COMP VALUE ZERO.
001990 01  CT-DECISIONS-APPLIED        PIC 9(07) COMP VALUE ZERO.
002000 01  CT-WITHDRAWALS-APPLIED      PIC 9(07) COMP VALUE ZERO.
002010 01  CT-REBUILT                  PIC 9(07) COMP VALUE ZERO.
002020 01  CT-NEVER-DECIDED            PIC 9(07) COMP VALUE ZERO.
002030 01  CT-NAMES-EXTRACT            PIC 9(07) COMP VALUE ZERO.
002040 01  CT-NAMES-LEDGER             PIC 9(07) COMP VALUE ZERO.
002050 01  CT-NAMES-MISSING            PIC 9(07) COMP VALUE ZERO.
002060 01  CT-NAMES-ERASED             PIC 9(07) COMP VALUE ZERO.
002070 01  CT-LIVE-READ                PIC 9(07) COMP VALUE ZERO.
002080 01  CT-DIFFERING                PIC 9(07) COMP VALUE ZERO.
002090 01  CT-LIVE-ONLY                PIC 9(07) COMP VALUE ZERO.
002100 01  CT-CHECK-TOTAL              PIC 9(07) COMP VALUE ZERO.
002110
002120 01  WK-RUN-MODE                      PIC X(07)   VALUE SPACES.
002130     88  MODE-VERIFY                      VALUE "VERIFY".
002140     88  MODE-REBUILD                     VALUE "REBUILD".
002150
002160* The run number of the latest execution on the run-control
002170* journal - the history replayed is complete through it.
002180 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
002190
002200* The erased-name placeholder, taken from MAST-NAME-ERASED at
002210* start of run.
002220 01  WK-ERASED-NAME                   PIC X(30).
002230
002240* Live-master values in character form, so a damaged field
002250* compares instead of upsetting a numeric test.
002260 01  WK-LIVE-AGE-X                    PIC X(03).
002270 01  WK-LIVE-DATE                     PIC 9(08).
002280 01  WK-LIVE-DATE-X REDEFINES WK-LIVE-DATE
002290                                      PIC X(08).
002300 01  WK-OVERRIDE-SHOWN.
002310     05  WK-OVERRIDE-SHOWN-STAGE      PIC X(01).
002320     05  FILLER                       PIC X(01) VALUE SPACE.
002330     05  WK-OVERRIDE-SHOWN-BY         PIC X(10).
002340
002350* ------------------------------------------------------------ *
002360*  CANDFILE TRAILER RECORD                                      *
002370*    The last record of each HR extract generation - a marker   *
002380*    where the candidate id would be.  Examined from a working  *
002390*    copy of the file record area and skipped.                  *
002400* ------------------------------------------------------------ *
002410 01  TRAILER-RECORD.
002420     05  TRL-MARKER                   PIC X(10).
002430         88  TRAILER-MARKER               VALUE "TRAILER".
002440     05  FILLER                       PIC X(57).
002450
002460* ------------------------------------------------------------ *
002470*  REBUILT MASTER RECORD                                        *
002480*    The CANDMAST layout for the record being rebuilt.  A       *
002490*    blank result marks a candidate seen on the history with    *
002500*    no decision that reaches the master (only rejections,      *
002510*    duplicates or later-stage entries) - such records are      *
002520*    deleted again before the cluster is handed over.           *
002530* ------------------------------------------------------------ *
002540 01  REBUILT-MASTER-RECORD.
002550     05  RB-CAND-ID                   PIC X(10).
002560     05  RB-CAND-NAME                 PIC X(30).
002570     05  RB-AGE                       PIC 9(03).
002580     05  RB-AGE-X REDEFINES RB-AGE    PIC X(03).
002590     05  RB-DECISION-DATE             PIC 9(08).
002600     05  RB-DECISION-DATE-X REDEFINES RB-DECISION-DATE
002610                                      PIC X(08).
002620     05  RB-STAGE1-RESULT             PIC X(04).
002630         88  RB-NO-DECISION               VALUE SPACES.
002640         88  RB-RESULT-WDRN               VALUE "WDRN".
002650     05  RB-POSITION                  PIC X(08).
002660     05  RB-OVERRIDE-STAGE            PIC X(01).
002670     05  RB-OVERRIDE-BY               PIC X(10).
002680     05  RB-SOURCE                    PIC X(01).
002690     05  RB-SOURCE-ID                 PIC X(04).
002700     05  FILLER                       PIC X(01).
002710
002720 01  RPT-HEADING-1.
002730     05  FILLER                       PIC X(39)
002740             VALUE "CANDIDATE MASTER REBUILD FROM HISTORY".
002750     05  FILLER                       PIC X(05)   VALUE "MODE ".
002760     05  RPT-H-MODE                   PIC X(07).
002770     05  FILLER                       PIC X(06)   VALUE "  RUN ".
002780     05  RPT-H-RUN-NUMBER             PIC 9(07).
002790     05  FILLER                       PIC X(16)   VALUE SPACES.
002800
002810 01  RPT-HEADING-2                    PIC X(80)   VALUE
002820     "DIFFERENCES BETWEEN THE LIVE MASTER AND THE HISTORY:".
002830
002840 01  RPT-HEADING-3.
002850     05  FILLER                       PIC X(18)
002860             VALUE "CAND-ID    FIELD".
002870     05  FILLER                       PIC X(31)
002880             VALUE "LIVE MASTER".
002890     05  FILLER                       PIC X(31)
002900             VALUE "REBUILT FROM HISTORY".
002910
002920 01  RPT-NO-LIVE-LINE                 PIC X(80)   VALUE
002930     "LIVE MASTER COULD NOT BE OPENED - NO COMPARISON MADE".
002940
002950 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
002960
002970 01  RPT-DETAIL-LINE.
002980     05  RPT-D-ID                     PIC X(10).
002990     05  FILLER                       PIC X(01)   VALUE SPACE.
003000     05  RPT-D-FIELD                  PIC X(06).
003010     05  FILLER                       PIC X(01)   VALUE SPACE.
003020     05  RPT-D-LIVE                   PIC X(30).
003030     05  FILLER                       PIC X(01)   VALUE SPACE.
003040     05  RPT-D-REBUILT                PIC X(30).
003050     05  FILLER                       PIC X(01)   VALUE SPACES.
003060
003070 01  RPT-FOOTER-1.
003080     05  FILLER                       PIC X(24)
003090             VALUE "ARCHIVE ENTRIES READ . .".
003100     05  RPT-F-ARCHIVE                PIC ZZZ,ZZ9.
003110 01  RPT-FOOTER-2.
003120     05  FILLER                       PIC X(24)
003130             VALUE "HISTORY ENTRIES READ . .".
003140     05  RPT-F-HISTORY                PIC ZZZ,ZZ9.
003150 01  RPT-FOOTER-3.
003160     05  FILLER                       PIC X(24)
003170             VALUE "DECISIONS REPLAYED . . .".
003180     05  RPT-F-DECISIONS              PIC ZZZ,ZZ9.
003190 01  RPT-FOOTER-4.
003200     05  FILLER                       PIC X(24)
003210             VALUE "WITHDRAWALS REPLAYED . .".
003220     05  RPT-F-WITHDRAWALS            PIC ZZZ,ZZ9.
003230 01  RPT-FOOTER-5.
003240     05  FILLER                       PIC X(24)
003250             VALUE "CANDIDATES ON HISTORY  .".
003260     05  RPT-F-HIST-CANDIDATES        PIC ZZZ,ZZ9.
003270 01  RPT-FOOTER-6.
003280     05  FILLER                       PIC X(24)
003290             VALUE "  ON REBUILT MASTER  . .".
003300     05  RPT-F-REBUILT                PIC ZZZ,ZZ9.
003310 01  RPT-FOOTER-7.
003320     05  FILLER                       PIC X(24)
003330             VALUE "  NEVER DECIDED  . . . .".
003340     05  RPT-F-NEVER-DECIDED          PIC ZZZ,ZZ9.
003350 01  RPT-FOOTER-8.
003360     05  FILLER                       PIC X(24)
003370             VALUE "NAMES FROM EXTRACTS  . .".
003380     05  RPT-F-NAMES-EXTRACT          PIC ZZZ,ZZ9.
003390 01  RPT-FOOTER-9.
003400     05  FILLER                       PIC X(24)
003410             VALUE "NAMES FROM ATS LEDGER  .".
003420     05  RPT-F-NAMES-LEDGER           PIC ZZZ,ZZ9.
003430 01  RPT-FOOTER-14.
003440     05  FILLER                       PIC X(24)
003450             VALUE "NAMES ERASED . . . . . .".
003460     05  RPT-F-NAMES-ERASED           PIC ZZZ,ZZ9.
003470 01  RPT-FOOTER-10.
003480     05  FILLER                       PIC X(24)
003490             VALUE "NAMES NOT RECOVERED  . .".
003500     05  RPT-F-NAMES-MISSING          PIC ZZZ,ZZ9.
003510 01  RPT-FOOTER-11.
003520     05  FILLER                       PIC X(24)
003530             VALUE "LIVE MASTER RECORDS  . .".
003540     05  RPT-F-LIVE-READ              PIC ZZZ,ZZ9.
003550 01  RPT-FOOTER-12.
003560     05  FILLER                       PIC X(24)
003570             VALUE "CANDIDATES DIFFERING . .".
003580     05  RPT-F-DIFFERING              PIC ZZZ,ZZ9.
003590 01  RPT-FOOTER-13.
003600     05  FILLER                       PIC X(24)
003610             VALUE "ON LIVE MASTER ONLY  . .".
003620     05  RPT-F-LIVE-ONLY              PIC ZZZ,ZZ9.
003630
003640 01  RPT-VERDICT-LINE                 PIC X(80).
003650
003660 PROCEDURE DIVISION.
003670
003680******************************************************************
003690* 0000-MAINLINE                                                 *
003700******************************************************************
003710 0000-MAINLINE.
003720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003730     PERFORM 2000-LOAD-ARCHIVE THRU 2000-EXIT.
003740     PERFORM 2100-LOAD-HISTORY THRU 2100-EXIT.
003750     PERFORM 3000-EXTRACT-NAMES THRU 3000-EXIT.
003760     PERFORM 3100-LEDGER-NAMES THRU 3100-EXIT.
003770     PERFORM 4000-CHECK-REBUILT THRU 4000-EXIT.
003780     PERFORM 5000-CHECK-LIVE THRU 5000-EXIT.
003790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003800     STOP RUN.
003810
003820******************************************************************
003830* 1000-INITIALIZE                                               *
003840*   VERIFY needs the live master to compare against.  REBUILD   *
003850*   is what you run when the live master may be beyond reading, *
003860*   so there an unopenable master only costs the comparison.    *
003870******************************************************************
003880 1000-INITIALIZE.
003890     SET MAST-NAME-ERASED TO TRUE.
003900     MOVE MAST-CAND-NAME TO WK-ERASED-NAME.
003910
003920     DISPLAY "RUN MODE (VERIFY/REBUILD) . .".
003930     ACCEPT WK-RUN-MODE.
003940     IF NOT MODE-VERIFY AND NOT MODE-REBUILD
003950         DISPLAY "MASTRBLD - BAD RUN MODE " WK-RUN-MODE
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990
004000* The cluster is created empty, then reopened I-O so a later
004010* history entry for a candidate can overlay an earlier one.
004020     OPEN OUTPUT REBUILT-MASTER-FILE.
004030     IF NOT FS-REBUILT-OK
004040         DISPLAY "MASTRBLD - REBUILT-MASTER-FILE OPEN "
004050                 "FAILED, STATUS = " FS-REBUILT-MASTER
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     CLOSE REBUILT-MASTER-FILE.
004100     OPEN I-O REBUILT-MASTER-FILE.
004110     IF NOT FS-REBUILT-OK
004120         DISPLAY "MASTRBLD - REBUILT-MASTER-FILE I-O OPEN "
004130                 "FAILED, STATUS = " FS-REBUILT-MASTER
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170
004180     OPEN INPUT CANDIDATE-MASTER-FILE.
004190     IF FS-MASTER-OK
004200         SET LIVE-MASTER-OPEN TO TRUE
004210     ELSE
004220         IF MODE-VERIFY
004230             DISPLAY "MASTRBLD - CANDIDATE-MASTER-FILE OPEN "
004240                     "FAILED, STATUS = " FS-CANDIDATE-MASTER
004250             MOVE 16 TO RETURN-CODE
004260             STOP RUN
004270         END-IF
004280         DISPLAY "MASTRBLD - LIVE MASTER NOT READABLE, "
004290                 "STATUS = " FS-CANDIDATE-MASTER
004300                 " - REBUILDING WITHOUT COMPARISON"
004310     END-IF.
004320
004330     OPEN OUTPUT REBUILD-REPORT.
004340     IF NOT FS-REBUILD-REPORT-OK
004350         DISPLAY "MASTRBLD - REBUILD-REPORT OPEN FAILED, "
004360                 "STATUS = " FS-REBUILD-REPORT
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF.
004400
004410     MOVE WK-RUN-MODE TO RPT-H-MODE.
004420     PERFORM 1100-GET-RUN-NUMBER THRU 1100-EXIT.
004430     WRITE REPORT-LINE FROM RPT-HEADING-1.
004440     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
004450     IF LIVE-MASTER-CLOSED
004460         WRITE REPORT-LINE FROM RPT-NO-LIVE-LINE
004470     ELSE
004480         WRITE REPORT-LINE FROM RPT-HEADING-2
004490     END-IF.
004500     WRITE REPORT-LINE FROM RPT-HEADING-3.
004510
004520 1000-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 1100-GET-RUN-NUMBER                                           *
004570*   The latest entry on the run-control journal is the last     *
004580*   execution whose history this rebuild replays - its run      *
004590*   number goes in the heading.  A missing journal just leaves  *
004600*   the heading zero.                                           *
004610******************************************************************
004620 1100-GET-RUN-NUMBER.
004630     OPEN INPUT RUN-CONTROL-FILE.
004640     IF NOT FS-RUNCTL-OK
004650         GO TO 1100-STAMP
004660     END-IF.
004670
004680     PERFORM 1110-READ-ONE-RUNCTL THRU 1110-EXIT
004690         UNTIL RUN-CONTROL-EOF.
004700     CLOSE RUN-CONTROL-FILE.
004710
004720 1100-STAMP.
004730     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
004740
004750 1100-EXIT.
004760     EXIT.
004770
004780 1110-READ-ONE-RUNCTL.
004790     READ RUN-CONTROL-FILE
004800         AT END
004810             SET RUN-CONTROL-EOF TO TRUE
004820             GO TO 1110-EXIT
004830     END-READ.
004840
004850     IF RUN-NUMBER-X IS NUMERIC
004860         MOVE RUN-NUMBER TO WK-RUN-NUMBER
004870     END-IF.
004880
004890 1110-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930* 2000-LOAD-ARCHIVE                                             *
004940*   The archived periods the JCL concatenates come first - they *
004950*   are older than anything still on SCRNHIST, and the history  *
004960*   must be replayed in the order it was written.  No archive   *
004970*   on file just means nothing was purged yet.                  *
004980******************************************************************
004990 2000-LOAD-ARCHIVE.
005000     OPEN INPUT ARCHIVE-HISTORY-FILE.
005010     IF FS-ARCHIVE-NOT-FOUND
005020         GO TO 2000-EXIT
005030     END-IF.
005040     IF NOT FS-ARCHIVE-OK
005050         DISPLAY "MASTRBLD - ARCHIVE-HISTORY-FILE OPEN "
005060                 "FAILED, STATUS = " FS-ARCHIVE-HISTORY
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100
005110     PERFORM 2010-READ-ONE-ARCHIVE THRU 2010-EXIT
005120         UNTIL ARCHIVE-EOF.
005130     CLOSE ARCHIVE-HISTORY-FILE.
005140
005150 2000-EXIT.
005160     EXIT.
005170
005180 2010-READ-ONE-ARCHIVE.
005190     READ ARCHIVE-HISTORY-FILE
005200         AT END
005210             SET ARCHIVE-EOF TO TRUE
005220             GO TO 2010-EXIT
005230     END-READ.
005240     ADD 1 TO CT-ARCHIVE-READ.
005250
005260     MOVE ARCHIVE-HISTORY-LINE TO HIST-RECORD.
005270     PERFORM 2200-APPLY-HISTORY-ENTRY THRU 2200-EXIT.
005280
005290 2010-EXIT.
005300     EXIT.
005310
005320 2100-LOAD-HISTORY.
005330     OPEN INPUT SCREENING-HISTORY-FILE.
005340     IF FS-HISTORY-NOT-FOUND
005350         GO TO 2100-EXIT
005360     END-IF.
005370     IF NOT FS-HISTORY-OK
005380         DISPLAY "MASTRBLD - SCREENING-HISTORY-FILE OPEN "
005390                 "FAILED, STATUS = " FS-SCREENING-HISTORY
005400         MOVE 16 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430
005440     PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
005450         UNTIL HISTORY-EOF.
005460     CLOSE SCREENING-HISTORY-FILE.
005470
005480 2100-EXIT.
005490     EXIT.
005500
005510 2110-READ-ONE-HISTORY.
005520     READ SCREENING-HISTORY-FILE
005530         AT END
005540             SET HISTORY-EOF TO TRUE
005550             GO TO 2110-EXIT
005560     END-READ.
005570     ADD 1 TO CT-HISTORY-READ.
005580
005590     PERFORM 2200-APPLY-HISTORY-ENTRY THRU 2200-EXIT.
005600
005610 2110-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 2200-APPLY-HISTORY-ENTRY                                      *
005660*   Replays one history entry the way the program that wrote   *
005670*   it posted the master.  A stage-1 PASS or FAIL - from the    *
005680*   nightly screening or a corrections rescreen - replaces     *
005690*   age, decision date, result, position and source channel -  *
005700*   the history has no room for the source id, so it is         *
005710*   cleared here and 3000 takes it from the extract.  A         *
005720*   withdrawal                                                  *
005730*   marks the record WDRN as of the entry date and keeps the   *
005740*   rest; entries from before HIST-STAGE existed are known by  *
005750*   their WDRN result.  A supervisor override marks the stage  *
005760*   and the authorizer, and a stage-1 override also replaces   *
005770*   the result and date, as OVRDPROC does.  Rejections,        *
005780*   duplicates and other later-stage entries never reached the *
005790*   master, but the candidate is still counted as seen on the  *
005800*   history.                                                   *
005810******************************************************************
005820 2200-APPLY-HISTORY-ENTRY.
005830     PERFORM 2210-GET-REBUILT-RECORD THRU 2210-EXIT.
005840
005850     IF HIST-STAGE-ERASURE
005860         MOVE WK-ERASED-NAME TO RB-CAND-NAME
005870         SET REBUILT-CHANGED TO TRUE
005880         GO TO 2200-PUT
005890     END-IF.
005900
005910     IF HIST-STAGE-WDRW OR HIST-RESULT-WDRN
005920         IF RB-NO-DECISION
005930             MOVE HIST-AGE TO RB-AGE
005940         END-IF
005950         MOVE HIST-RUN-DATE TO RB-DECISION-DATE
005960         SET RB-RESULT-WDRN TO TRUE
005970         SET REBUILT-CHANGED TO TRUE
005980         ADD 1 TO CT-WITHDRAWALS-APPLIED
005990         GO TO 2200-PUT
006000     END-IF.
006010
006020     IF NOT HIST-NOT-OVERRIDDEN
006030         PERFORM 2230-APPLY-OVERRIDE THRU 2230-EXIT
006040         GO TO 2200-PUT
006050     END-IF.
006060
006070     IF HIST-STAGE-1
006080         IF HIST-RESULT-PASS OR HIST-RESULT-FAIL
006090             MOVE HIST-AGE TO RB-AGE
006100             MOVE HIST-RUN-DATE TO RB-DECISION-DATE
006110             MOVE HIST-RESULT TO RB-STAGE1-RESULT
006120             MOVE HIST-POSITION TO RB-POSITION
006130             MOVE HIST-SOURCE TO RB-SOURCE
006140             MOVE SPACES TO RB-SOURCE-ID
006150             MOVE SPACES TO RB-OVERRIDE-STAGE
006160             MOVE SPACES TO RB-OVERRIDE-BY
006170             IF RB-CAND-NAME IS EQUAL TO WK-ERASED-NAME
006180                 MOVE SPACES TO RB-CAND-NAME
006190             END-IF
006200             SET REBUILT-CHANGED TO TRUE
006210             ADD 1 TO CT-DECISIONS-APPLIED
006220         END-IF
006230     END-IF.
006240
006250 2200-PUT.
006260     PERFORM 2220-PUT-REBUILT-RECORD THRU 2220-EXIT.
006270
006280 2200-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320* 2210-GET-REBUILT-RECORD                                       *
006330*   The candidate's record as rebuilt so far, or a fresh one   *
006340*   with no decision yet if this is the first entry for them.  *
006350******************************************************************
006360 2210-GET-REBUILT-RECORD.
006370     SET REBUILT-UNCHANGED TO TRUE.
006380     SET REBUILT-RECORD-ON-FILE TO TRUE.
006390     MOVE HIST-CAND-ID TO RBM-CAND-ID.
006400     READ REBUILT-MASTER-FILE INTO REBUILT-MASTER-RECORD
006410         INVALID KEY
006420             SET REBUILT-RECORD-NEW TO TRUE
006430     END-READ.
006440     IF REBUILT-RECORD-ON-FILE
006450         GO TO 2210-EXIT
006460     END-IF.
006470
006480     MOVE SPACES TO REBUILT-MASTER-RECORD.
006490     MOVE HIST-CAND-ID TO RB-CAND-ID.
006500     MOVE ZERO TO RB-AGE.
006510     MOVE ZERO TO RB-DECISION-DATE.
006520     ADD 1 TO CT-HIST-CANDIDATES.
006530
006540 2210-EXIT.
006550     EXIT.
006560
006570 2230-APPLY-OVERRIDE.
006580     IF NOT HIST-STAGE-1 AND NOT HIST-STAGE-2
006590         GO TO 2230-EXIT
006600     END-IF.
006610     IF HIST-STAGE-1
006620         MOVE HIST-RUN-DATE TO RB-DECISION-DATE
006630         MOVE HIST-RESULT TO RB-STAGE1-RESULT
006640         ADD 1 TO CT-DECISIONS-APPLIED
006650     END-IF.
006660     MOVE HIST-STAGE TO RB-OVERRIDE-STAGE.
006670     MOVE HIST-OVERRIDE-BY TO RB-OVERRIDE-BY.
006680     SET REBUILT-CHANGED TO TRUE.
006690
006700 2230-EXIT.
006710     EXIT.
006720
006730 2220-PUT-REBUILT-RECORD.
006740     IF REBUILT-RECORD-NEW
006750         WRITE REBUILT-FILE-RECORD FROM REBUILT-MASTER-RECORD
006760         GO TO 2220-EXIT
006770     END-IF.
006780     IF REBUILT-CHANGED
006790         REWRITE REBUILT-FILE-RECORD
006800             FROM REBUILT-MASTER-RECORD
006810     END-IF.
006820
006830 2220-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870* 3000-EXTRACT-NAMES                                            *
006880*   The history carries no names and no source ids.  The HR     *
006890*   extract generations the JCL concatenates (oldest first)     *
006900*   name each candidate as INPUT2ANGKA posted them, so the last *
006910*   extract record for a candidate wins.  The source id is      *
006920*   taken the same way, but only from a record on the channel   *
006930*   the history replayed, and also for an erased candidate -    *
006940*   the id names a board or agency, not the person.  An id a    *
006950*   correction run changed is not on any extract and shows as   *
006960*   an SRID difference.  Candidates with no decision are left   *
006970*   alone - they are dropped from the cluster anyway.           *
006980******************************************************************
006990 3000-EXTRACT-NAMES.
007000     OPEN INPUT CANDIDATE-FILE.
007010     IF FS-CANDIDATE-NOT-FOUND
007020         GO TO 3000-EXIT
007030     END-IF.
007040     IF NOT FS-CANDIDATE-OK
007050         DISPLAY "MASTRBLD - CANDIDATE-FILE OPEN FAILED, "
007060                 "STATUS = " FS-CANDIDATE-FILE
007070         MOVE 16 TO RETURN-CODE
007080         STOP RUN
007090     END-IF.
007100
007110     PERFORM 3010-READ-ONE-EXTRACT THRU 3010-EXIT
007120         UNTIL CANDIDATE-EOF.
007130     CLOSE CANDIDATE-FILE.
007140
007150 3000-EXIT.
007160     EXIT.
007170
007180 3010-READ-ONE-EXTRACT.
007190     READ CANDIDATE-FILE
007200         AT END
007210             SET CANDIDATE-EOF TO TRUE
007220             GO TO 3010-EXIT
007230     END-READ.
007240
007250     MOVE CANDIDATE-RECORD TO TRAILER-RECORD.
007260     IF TRAILER-MARKER
007270         GO TO 3010-EXIT
007280     END-IF.
007290
007300     MOVE CAND-ID TO RBM-CAND-ID.
007310     READ REBUILT-MASTER-FILE INTO REBUILT-MASTER-RECORD
007320         INVALID KEY
007330             GO TO 3010-EXIT
007340     END-READ.
007350     IF RB-NO-DECISION
007360         GO TO 3010-EXIT
007370     END-IF.
007380
007390     IF CAND-SOURCE IS EQUAL TO RB-SOURCE
007400         MOVE CAND-SOURCE-ID TO RB-SOURCE-ID
007410     END-IF.
007420
007430     IF RB-CAND-NAME IS NOT EQUAL TO WK-ERASED-NAME
007440         IF RB-CAND-NAME IS EQUAL TO SPACES
007450             ADD 1 TO CT-NAMES-EXTRACT
007460         END-IF
007470         MOVE CAND-NAME TO RB-CAND-NAME
007480     END-IF.
007490     REWRITE REBUILT-FILE-RECORD FROM REBUILT-MASTER-RECORD.
007500
007510 3010-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550* 3100-LEDGER-NAMES                                             *
007560*   A candidate whose extract generation has rolled off may     *
007570*   still be on the ATS ledger with the name that was sent.    *
007580*   The ledger only fills a name the extracts left blank.       *
007590******************************************************************
007600 3100-LEDGER-NAMES.
007610     OPEN INPUT ATS-LEDGER-FILE.
007620     IF FS-LEDGER-NOT-FOUND
007630         GO TO 3100-EXIT
007640     END-IF.
007650     IF NOT FS-LEDGER-OK
007660         DISPLAY "MASTRBLD - ATS-LEDGER-FILE OPEN FAILED, "
007670                 "STATUS = " FS-ATS-LEDGER
007680         MOVE 16 TO RETURN-CODE
007690         STOP RUN
007700     END-IF.
007710
007720     PERFORM 3110-READ-ONE-LEDGER THRU 3110-EXIT
007730         UNTIL LEDGER-EOF.
007740     CLOSE ATS-LEDGER-FILE.
007750
007760 3100-EXIT.
007770     EXIT.
007780
007790 3110-READ-ONE-LEDGER.
007800     READ ATS-LEDGER-FILE
007810         AT END
007820             SET LEDGER-EOF TO TRUE
007830             GO TO 3110-EXIT
007840     END-READ.
007850
007860     MOVE LDG-CAND-ID TO RBM-CAND-ID.
007870     READ REBUILT-MASTER-FILE INTO REBUILT-MASTER-RECORD
007880         INVALID KEY
007890             GO TO 3110-EXIT
007900     END-READ.
007910     IF RB-NO-DECISION
007920        OR RB-CAND-NAME IS NOT EQUAL TO SPACES
007930         GO TO 3110-EXIT
007940     END-IF.
007950
007960     MOVE LDG-CAND-NAME TO RB-CAND-NAME.
007970     REWRITE REBUILT-FILE-RECORD FROM REBUILT-MASTER-RECORD.
007980     ADD 1 TO CT-NAMES-LEDGER.
007990
008000 3110-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040* 4000-CHECK-REBUILT                                            *
008050*   One pass of the rebuilt cluster in key order.  Candidates  *
008060*   with no decision are deleted; every other record is         *
008070*   counted and compared field by field with the live master.  *
008080******************************************************************
008090 4000-CHECK-REBUILT.
008100     MOVE LOW-VALUES TO RBM-CAND-ID.
008110     START REBUILT-MASTER-FILE
008120         KEY IS NOT LESS THAN RBM-CAND-ID
008130         INVALID KEY
008140             GO TO 4000-EXIT
008150     END-START.
008160
008170     PERFORM 4010-CHECK-ONE-REBUILT THRU 4010-EXIT
008180         UNTIL REBUILT-EOF.
008190
008200 4000-EXIT.
008210     EXIT.
008220
008230 4010-CHECK-ONE-REBUILT.
008240     READ REBUILT-MASTER-FILE NEXT RECORD
008250         INTO REBUILT-MASTER-RECORD
008260         AT END
008270             SET REBUILT-EOF TO TRUE
008280             GO TO 4010-EXIT
008290     END-READ.
008300
008310     IF RB-NO-DECISION
008320         DELETE REBUILT-MASTER-FILE RECORD
008330         ADD 1 TO CT-NEVER-DECIDED
008340         GO TO 4010-EXIT
008350     END-IF.
008360     ADD 1 TO CT-REBUILT.
008370     IF RB-CAND-NAME IS EQUAL TO SPACES
008380         ADD 1 TO CT-NAMES-MISSING
008390     END-IF.
008400     IF RB-CAND-NAME IS EQUAL TO WK-ERASED-NAME
008410         ADD 1 TO CT-NAMES-ERASED
008420     END-IF.
008430
008440     SET CAND-AGREES TO TRUE.
008450     SET LIVE-RECORD-NOT-FOUND TO TRUE.
008460     IF LIVE-MASTER-OPEN
008470         MOVE RB-CAND-ID TO MAST-CAND-ID
008480         READ CANDIDATE-MASTER-FILE
008490             INVALID KEY
008500                 CONTINUE
008510             NOT INVALID KEY
008520                 SET LIVE-RECORD-FOUND TO TRUE
008530         END-READ
008540     END-IF.
008550
008560     IF LIVE-RECORD-FOUND
008570         PERFORM 4100-COMPARE-WITH-LIVE THRU 4100-EXIT
008580         GO TO 4010-COUNT
008590     END-IF.
008600
008610     IF LIVE-MASTER-OPEN
008620         MOVE "RECORD" TO RPT-D-FIELD
008630         MOVE "NOT ON FILE" TO RPT-D-LIVE
008640         MOVE "ON FILE" TO RPT-D-REBUILT
008650         PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT
008660         GO TO 4010-COUNT
008670     END-IF.
008680
008690* No live master - only the names that could not be found are
008700* worth listing, so they can be keyed after the rebuild.
008710     IF RB-CAND-NAME IS EQUAL TO SPACES
008720         MOVE "NAME" TO RPT-D-FIELD
008730         MOVE SPACES TO RPT-D-LIVE
008740         MOVE "*** NOT RECOVERED ***" TO RPT-D-REBUILT
008750         PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT
008760     END-IF.
008770
008780 4010-COUNT.
008790     IF CAND-DIFFERS AND LIVE-MASTER-OPEN
008800         ADD 1 TO CT-DIFFERING
008810     END-IF.
008820
008830 4010-EXIT.
008840     EXIT.
008850
008860******************************************************************
008870* 4100-COMPARE-WITH-LIVE                                        *
008880*   One line per field that differs.  A withdrawal is posted   *
008890*   with the date the candidate withdrew but logged with the   *
008900*   date it was processed, which can only be later - an        *
008910*   earlier live date on a WDRN record both sides agree on is  *
008920*   not a difference.                                           *
008930******************************************************************
008940 4100-COMPARE-WITH-LIVE.
008950     IF MAST-CAND-NAME IS NOT EQUAL TO RB-CAND-NAME
008960         MOVE "NAME" TO RPT-D-FIELD
008970         MOVE MAST-CAND-NAME TO RPT-D-LIVE
008980         MOVE RB-CAND-NAME TO RPT-D-REBUILT
008990         IF RB-CAND-NAME IS EQUAL TO SPACES
009000             MOVE "*** NOT RECOVERED ***" TO RPT-D-REBUILT
009010         END-IF
009020         PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT
009030     END-IF.
009040
009050     MOVE MAST-AGE TO WK-LIVE-AGE-X.
009060     IF WK-LIVE-AGE-X IS NOT EQUAL TO RB-AGE-X
009070         MOVE "AGE" TO RPT-D-FIELD
009080         MOVE WK-LIVE-AGE-X TO RPT-D-LIVE
009090         MOVE RB-AGE-X TO RPT-D-REBUILT
009100         PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT
009110     END-IF.
009120
009130     MOVE MAST-DECISION-DATE TO WK-LIVE-DATE-X.
009140     IF WK-LIVE-DATE-X IS EQUAL TO RB-DECISION-DATE-X
009150         GO TO 4100-RESULT
009160     END-IF.
009170     IF MAST-RESULT-WDRN AND RB-RESULT-WDRN
009180        AND WK-LIVE-DATE-X IS NUMERIC
009190        AND WK-LIVE-DATE IS LESS THAN RB-DECISION-DATE
009200         GO TO 4100-RESULT
009210     END-IF.
009220     MOVE "DATE" TO RPT-D-FIELD.
009230     MOVE WK-LIVE-DATE-X TO RPT-D-LIVE.
009240     MOVE RB-DECISION-DATE-X TO RPT-D-REBUILT.
009250     PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT.
009260
009270 4100-RESULT.
009280     IF MAST-STAGE1-RESULT IS NOT EQUAL TO RB-STAGE1-RESULT
009290         MOVE "RESULT" TO RPT-D-FIELD
009300         MOVE MAST-STAGE1-RESULT TO RPT-D-LIVE
009310         MOVE RB-STAGE1-RESULT TO RPT-D-REBUILT
009320         PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT
009330     END-IF.
009340
009350     IF MAST-POSITION IS NOT EQUAL TO RB-POSITION
009360         MOVE "POSN" TO RPT-D-FIELD
009370         MOVE MAST-POSITION TO RPT-D-LIVE
009380         MOVE RB-POSITION TO RPT-D-REBUILT
009390         PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT
009400     END-IF.
009410
009420     IF MAST-OVERRIDE-STAGE IS NOT EQUAL TO RB-OVERRIDE-STAGE
009430        OR MAST-OVERRIDE-BY IS NOT EQUAL TO RB-OVERRIDE-BY
009440         MOVE "OVRD" TO RPT-D-FIELD
009450         MOVE MAST-OVERRIDE-STAGE TO WK-OVERRIDE-SHOWN-STAGE
009460         MOVE MAST-OVERRIDE-BY TO WK-OVERRIDE-SHOWN-BY
009470         MOVE WK-OVERRIDE-SHOWN TO RPT-D-LIVE
009480         MOVE RB-OVERRIDE-STAGE TO WK-OVERRIDE-SHOWN-STAGE
009490         MOVE RB-OVERRIDE-BY TO WK-OVERRIDE-SHOWN-BY
009500         MOVE WK-OVERRIDE-SHOWN TO RPT-D-REBUILT
009510         PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT
009520     END-IF.
009530
009540     IF MAST-SOURCE IS NOT EQUAL TO RB-SOURCE
009550         MOVE "SRCE" TO RPT-D-FIELD
009560         MOVE MAST-SOURCE TO RPT-D-LIVE
009570         MOVE RB-SOURCE TO RPT-D-REBUILT
009580         PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT
009590     END-IF.
009600
009610     IF MAST-SOURCE-ID IS NOT EQUAL TO RB-SOURCE-ID
009620         MOVE "SRID" TO RPT-D-FIELD
009630         MOVE MAST-SOURCE-ID TO RPT-D-LIVE
009640         MOVE RB-SOURCE-ID TO RPT-D-REBUILT
009650         PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT
009660     END-IF.
009670
009680 4100-EXIT.
009690     EXIT.
009700
009710******************************************************************
009720* 4200-WRITE-DIFFERENCE                                         *
009730*   The candidate id prints on the first line of each group    *
009740*   only, so the list reads candidate by candidate.             *
009750******************************************************************
009760 4200-WRITE-DIFFERENCE.
009770     MOVE SPACES TO RPT-D-ID.
009780     IF CAND-AGREES
009790         MOVE RB-CAND-ID TO RPT-D-ID
009800     END-IF.
009810     SET CAND-DIFFERS TO TRUE.
009820     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
009830
009840 4200-EXIT.
009850     EXIT.
009860
009870******************************************************************
009880* 5000-CHECK-LIVE                                               *
009890*   A pass of the live master for candidates the history does  *
009900*   not put on the rebuilt one - decided only on history that  *
009910*   was not concatenated, or keys that should not exist.       *
009920******************************************************************
009930 5000-CHECK-LIVE.
009940     IF LIVE-MASTER-CLOSED
009950         GO TO 5000-EXIT
009960     END-IF.
009970
009980     MOVE LOW-VALUES TO MAST-CAND-ID.
009990     START CANDIDATE-MASTER-FILE
010000         KEY IS NOT LESS THAN MAST-CAND-ID
010010         INVALID KEY
010020             GO TO 5000-EXIT
010030     END-START.
010040
010050     PERFORM 5010-CHECK-ONE-LIVE THRU 5010-EXIT
010060         UNTIL MASTER-EOF.
010070
010080 5000-EXIT.
010090     EXIT.
010100
010110 5010-CHECK-ONE-LIVE.
010120     READ CANDIDATE-MASTER-FILE NEXT RECORD
010130         AT END
010140             SET MASTER-EOF TO TRUE
010150             GO TO 5010-EXIT
010160     END-READ.
010170     ADD 1 TO CT-LIVE-READ.
010180
010190     MOVE MAST-CAND-ID TO RBM-CAND-ID.
010200     READ REBUILT-MASTER-FILE INTO REBUILT-MASTER-RECORD
010210         INVALID KEY
010220             CONTINUE
010230         NOT INVALID KEY
010240             GO TO 5010-EXIT
010250     END-READ.
010260
010270     ADD 1 TO CT-LIVE-ONLY.
010280     MOVE MAST-CAND-ID TO RB-CAND-ID.
010290     SET CAND-AGREES TO TRUE.
010300     MOVE "RECORD" TO RPT-D-FIELD.
010310     MOVE "ON FILE" TO RPT-D-LIVE.
010320     MOVE "NO DECISION ON HISTORY" TO RPT-D-REBUILT.
010330     PERFORM 4200-WRITE-DIFFERENCE THRU 4200-EXIT.
010340
010350 5010-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390* 9000-TERMINATE                                                *
010400*   Every candidate on the history is either on the rebuilt    *
010410*   master or never decided, and every rebuilt record got its  *
010420*   name from an extract, from the ledger, or is listed as     *
010430*   not recovered - both must hold or the cluster is not used. *
010440*   RC 4 on a VERIFY means the live master differs; on a       *
010450*   REBUILD, that the live master holds candidates the history *
010460*   given does not account for.                                *
010470******************************************************************
010480 9000-TERMINATE.
010490     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
010500     MOVE CT-ARCHIVE-READ TO RPT-F-ARCHIVE.
010510     MOVE CT-HISTORY-READ TO RPT-F-HISTORY.
010520     MOVE CT-DECISIONS-APPLIED TO RPT-F-DECISIONS.
010530     MOVE CT-WITHDRAWALS-APPLIED TO RPT-F-WITHDRAWALS.
010540     MOVE CT-HIST-CANDIDATES TO RPT-F-HIST-CANDIDATES.
010550     MOVE CT-REBUILT TO RPT-F-REBUILT.
010560     MOVE CT-NEVER-DECIDED TO RPT-F-NEVER-DECIDED.
010570     MOVE CT-NAMES-EXTRACT TO RPT-F-NAMES-EXTRACT.
010580     MOVE CT-NAMES-LEDGER TO RPT-F-NAMES-LEDGER.
010590     MOVE CT-NAMES-MISSING TO RPT-F-NAMES-MISSING.
010600     MOVE CT-NAMES-ERASED TO RPT-F-NAMES-ERASED.
010610     MOVE CT-LIVE-READ TO RPT-F-LIVE-READ.
010620     MOVE CT-DIFFERING TO RPT-F-DIFFERING.
010630     MOVE CT-LIVE-ONLY TO RPT-F-LIVE-ONLY.
010640     WRITE REPORT-LINE FROM RPT-FOOTER-1.
010650     WRITE REPORT-LINE FROM RPT-FOOTER-2.
010660     WRITE REPORT-LINE FROM RPT-FOOTER-3.
010670     WRITE REPORT-LINE FROM RPT-FOOTER-4.
010680     WRITE REPORT-LINE FROM RPT-FOOTER-5.
010690     WRITE REPORT-LINE FROM RPT-FOOTER-6.
010700     WRITE REPORT-LINE FROM RPT-FOOTER-7.
010710     WRITE REPORT-LINE FROM RPT-FOOTER-8.
010720     WRITE REPORT-LINE FROM RPT-FOOTER-9.
010730     WRITE REPORT-LINE FROM RPT-FOOTER-14.
010740     WRITE REPORT-LINE FROM RPT-FOOTER-10.
010750     WRITE REPORT-LINE FROM RPT-FOOTER-11.
010760     WRITE REPORT-LINE FROM RPT-FOOTER-12.
010770     WRITE REPORT-LINE FROM RPT-FOOTER-13.
010780
010790     MOVE SPACES TO RPT-VERDICT-LINE.
010800     COMPUTE CT-CHECK-TOTAL = CT-REBUILT + CT-NEVER-DECIDED.
010810     IF CT-CHECK-TOTAL IS NOT EQUAL TO CT-HIST-CANDIDATES
010820         GO TO 9000-UNBALANCED
010830     END-IF.
010840     COMPUTE CT-CHECK-TOTAL = CT-NAMES-EXTRACT + CT-NAMES-LEDGER
010850                            + CT-NAMES-ERASED + CT-NAMES-MISSING.
010860     IF CT-CHECK-TOTAL IS NOT EQUAL TO CT-REBUILT
010870         GO TO 9000-UNBALANCED
010880     END-IF.
010890
010900     IF MODE-REBUILD
010910         GO TO 9000-REBUILD-VERDICT
010920     END-IF.
010930     IF CT-DIFFERING IS EQUAL TO ZERO
010940        AND CT-LIVE-ONLY IS EQUAL TO ZERO
010950         MOVE "LIVE MASTER AGREES WITH THE HISTORY"
010960             TO RPT-VERDICT-LINE
010970     ELSE
010980         MOVE "LIVE MASTER DIFFERS FROM THE HISTORY - SEE LIST"
010990             TO RPT-VERDICT-LINE
011000         MOVE 4 TO RETURN-CODE
011010     END-IF.
011020     GO TO 9000-CLOSE.
011030
011040 9000-REBUILD-VERDICT.
011050     IF CT-LIVE-ONLY IS EQUAL TO ZERO
011060         MOVE "COUNTS BALANCE - READY TO REPLACE THE LIVE MASTER"
011070             TO RPT-VERDICT-LINE
011080     ELSE
011090         MOVE "*** LIVE MASTER HOLDS CANDIDATES NOT REBUILT ***"
011100             TO RPT-VERDICT-LINE
011110         MOVE 4 TO RETURN-CODE
011120     END-IF.
011130     GO TO 9000-CLOSE.
011140
011150 9000-UNBALANCED.
011160     MOVE "*** COUNTS DO NOT BALANCE - KEEP THE LIVE MASTER ***"
011170         TO RPT-VERDICT-LINE.
011180     MOVE 8 TO RETURN-CODE.
011190
011200 9000-CLOSE.
011210     WRITE REPORT-LINE FROM RPT-VERDICT-LINE.
011220
011230     CLOSE REBUILT-MASTER-FILE.
011240     IF LIVE-MASTER-OPEN
011250         CLOSE CANDIDATE-MASTER-FILE
011260     END-IF.
011270     CLOSE REBUILD-REPORT.
011280
011290     DISPLAY "MASTRBLD - " RPT-VERDICT-LINE.
011300     DISPLAY "  HISTORY CANDIDATES : " CT-HIST-CANDIDATES.
011310     DISPLAY "  REBUILT            : " CT-REBUILT.
011320     DISPLAY "  NEVER DECIDED      : " CT-NEVER-DECIDED.
011330     DISPLAY "  DIFFERING          : " CT-DIFFERING.
011340     DISPLAY "  LIVE ONLY          : " CT-LIVE-ONLY.
011350
011360 9000-EXIT.
011370     EXIT.
011380
011390 END PROGRAM MASTRBLD.

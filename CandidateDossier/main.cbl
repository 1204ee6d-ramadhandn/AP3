000380*                   (see HIST-RUN-NUMBER-X) and collected as
000390*                   run zero, which the runs section already
000400*                   treats as "no run".
000410*   09/28/2026  RD  Chain step records on the run-control
000420*                   journal (run type S, see RUNCTL) carry the
000430*                   run number of the run they continue - they
000440*                   are skipped, so a run's line keeps its own
000450*                   type, status and counts.
000460*   10/05/2026  RD  A supervisor override prints the authorizing
000470*                   supervisor on a line of its own under the
000480*                   history entry.
000490*   10/15/2026  RD  Batch-window start records (run type B, see
000500*                   RUNCTL) reuse the highest run number on the
000510*                   journal and are skipped like step records.
000520******************************************************************
000530
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. CANDDOSS.
000560 AUTHOR. RAMADHAN.
000570 INSTALLATION. HR-RECRUITING.
000580 DATE-WRITTEN. 08/28/2026.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT DOSSIER-REQUEST-FILE ASSIGN TO "DOSSREQ"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-REQUEST-FILE.
000670
000680     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-SCREENING-HISTORY.
000710
000720     SELECT ARCHIVE-HISTORY-FILE ASSIGN TO "HISTARCH"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-ARCHIVE-HISTORY.
000750
000760     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS MAST-CAND-ID
000800         FILE STATUS IS FS-CANDIDATE-MASTER.
000810
000820     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FS-RUN-CONTROL.
000850
000860     SELECT DOSSIER-REPORT ASSIGN TO "DOSSRPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FS-DOSSIER-REPORT.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  DOSSIER-REQUEST-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  REQUEST-RECORD.
000950     05  REQ-CAND-ID                  PIC X(10).
000960     05  FILLER                       PIC X(70).
000970
000980 FD  SCREENING-HISTORY-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  LIVE-HISTORY-LINE                PIC X(80).
001010
001020 FD  ARCHIVE-HISTORY-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  ARCHIVE-HISTORY-LINE             PIC X(80).
001050
001060 FD  CANDIDATE-MASTER-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY CANDMAST.
001090
001100 FD  RUN-CONTROL-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY RUNCTL.
001130
001140 FD  DOSSIER-REPORT
001150     LABEL RECORDS ARE STANDARD.
001160 01  REPORT-LINE                      PIC X(80).
001170
001180 WORKING-STORAGE SECTION.
001190
001200 01  FS-REQUEST-FILE                  PIC X(02).
001210     88  FS-REQUEST-OK                    VALUE "00".
001220 01  FS-SCREENING-HISTORY             PIC X(02).
001230     88  FS-HISTORY-OK                    VALUE "00".
001240 01  FS-ARCHIVE-HISTORY               PIC X(02).
001250     88  FS-ARCHIVE-OK                    VALUE "00".
001260     88  FS-ARCHIVE-NOT-FOUND             VALUE "35".
001270 01  FS-CANDIDATE-MASTER              PIC X(02).
001280     88  FS-MASTER-OK                     VALUE "00".
001290 01  FS-RUN-CONTROL                   PIC X(02).
001300     88  FS-RUNCTL-OK                     VALUE "00".
001310     88  FS-RUNCTL-NOT-FOUND              VALUE "35".
001320 01  FS-DOSSIER-REPORT                PIC X(02).
001330     88  FS-DOSSIER-OK                    VALUE "00".
001340
001350 01  SW-REQUEST-EOF                   PIC X(01)   VALUE "N".
001360     88  REQUEST-EOF                      VALUE "Y".
001370 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
001380     88  HISTORY-EOF                      VALUE "Y".
001390 01  SW-ARCHIVE-EOF                   PIC X(01)   VALUE "N".
001400     88  ARCHIVE-EOF                      VALUE "Y".
001410 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
001420     88  RUN-CONTROL-EOF                  VALUE "Y".
001430 01  SW-REQUESTED                     PIC X(01)   VALUE "N".
001440     88  CAND-REQUESTED                   VALUE "Y".
001450     88  CAND-NOT-REQUESTED               VALUE "N".
001460 01  SW-MASTER-FOUND                  PIC X(01)   VALUE "N".
001470     88  MASTER-FOUND                     VALUE "Y".
001480     88  MASTER-NOT-FOUND                 VALUE "N".
001490 01  SW-RC-FOUND                      PIC X(01)   VALUE "N".
001500     88  RC-FOUND                         VALUE "Y".
001510     88  RC-NOT-FOUND                     VALUE "N".
001520 01  SW-RU-FOUND                      PIC X(01)   VALUE "N".
001530     88  RU-FOUND                         VALUE "Y".
001540     88  RU-NOT-FOUND                     VALUE "N".
001550
001560 01  CT-REQUESTS-READ            PIC 9(05) COMP VALUE ZERO.
001570 01  CT-ENTRIES-FOUND             PIC 9(07) COMP VALUE ZERO.
001580
001590 01  WK-TODAY                         PIC 9(08).
001600 01  WK-SEARCH-CAND-ID                PIC X(10).
001610 01  WK-SOURCE                        PIC X(04).
001620 01  WK-MIN-DATE                      PIC 9(08).
001630 01  WK-MIN-IDX                  PIC 9(05) COMP VALUE ZERO.
001640 01  WK-PRINTED-ONE                   PIC X(01)   VALUE "N".
001650     88  PRINTED-AN-ENTRY                 VALUE "Y".
001660 01  SW-ENTRIES-DONE                  PIC X(01)   VALUE "N".
001670     88  ENTRIES-DONE                     VALUE "Y".
001680
001690* The history entry being examined - both history files are
001700* read into plain line areas and moved here, so one record
001710* layout serves the live file and the archive.
001720 COPY HISTREC.
001730
001740* ------------------------------------------------------------ *
001750*  CAND-IDS THE REQUEST FILE ASKED FOR                          *
001760* ------------------------------------------------------------ *
001770 01  REQUEST-TABLE.
001780     05  RQ-COUNT                PIC 9(03) COMP VALUE ZERO.
001790     05  RQ-IDX                  PIC 9(03) COMP VALUE ZERO.
001800     05  RQ-ENTRY OCCURS 100 TIMES.
001810         10  RQ-CAND-ID               PIC X(10).
001820
001830* ------------------------------------------------------------ *
001840*  EVERY HISTORY ENTRY FOR A REQUESTED CANDIDATE                *
001850*    Collected in one pass of the live history and one pass of  *
001860*    the archive, then printed per candidate oldest first.      *
001870* ------------------------------------------------------------ *
001880 01  HISTORY-TABLE.
001890     05  HT-COUNT                PIC 9(05) COMP VALUE ZERO.
001900     05  HT-IDX                  PIC 9(05) COMP VALUE ZERO.
001910     05  HT-ENTRY OCCURS 2000 TIMES.
001920         10  HT-CAND-ID               PIC X(10).
001930         10  HT-RUN-DATE              PIC 9(08).
001940         10  HT-RUN-NUMBER            PIC 9(07).
001950         10  HT-AGE                   PIC 9(03).
001960         10  HT-RESULT                PIC X(04).
001970         10  HT-POSITION              PIC X(08).
001980         10  HT-REASON                PIC X(20).
001990         10  HT-AMEND-DATE-X          PIC X(08).
002000         10  HT-STAGE                 PIC X(01).
002010         10  HT-SOURCE                PIC X(04).
002020         10  HT-OVERRIDE-BY           PIC X(10).
002030         10  HT-PRINTED               PIC X(01).
002040
002050* ------------------------------------------------------------ *
002060*  THE RUN-CONTROL JOURNAL, ONE ENTRY PER RUN NUMBER            *
002070*    The COMPLETED record overlays the STARTED one as the       *
002080*    journal is read, so each entry holds the final counts      *
002090*    when the run finished.                                     *
002100* ------------------------------------------------------------ *
002110 01  RUNCTL-TABLE.
002120     05  RC-COUNT                PIC 9(05) COMP VALUE ZERO.
002130     05  RC-IDX                  PIC 9(05) COMP VALUE ZERO.
002140     05  RC-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
002150     05  RC-ENTRY OCCURS 500 TIMES.
002160         10  RC-RUN-NUMBER            PIC 9(07).
002170         10  RC-STATUS                PIC X(01).
002180         10  RC-TYPE                  PIC X(01).
002190         10  RC-EXTRACT-DATE          PIC 9(08).
002200         10  RC-READ-COUNT            PIC 9(07).
002210         10  RC-PASS-COUNT            PIC 9(07).
002220
002230* ------------------------------------------------------------ *
002240*  DISTINCT RUN NUMBERS TOUCHING THE CANDIDATE BEING PRINTED    *
002250* ------------------------------------------------------------ *
002260 01  RUNS-USED-TABLE.
002270     05  RU-COUNT                PIC 9(03) COMP VALUE ZERO.
002280     05  RU-IDX                  PIC 9(03) COMP VALUE ZERO.
002290     05  RU-ENTRY OCCURS 100 TIMES.
002300         10  RU-RUN-NUMBER            PIC 9(07).
002310
002320 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
002330
002340 01  RPT-HEADING-1.
002350     05  FILLER                       PIC X(28)
002360             VALUE "CANDIDATE DOSSIER REPORT - ".
002370     05  RPT-H-DATE                   PIC 9(08).
002380     05  FILLER                       PIC X(44)   VALUE SPACES.
002390
002400 01  RPT-CAND-HEADING.
002410     05  FILLER                       PIC X(10)
002420             VALUE "CANDIDATE ".
002430     05  RPT-C-ID                     PIC X(10).
002440     05  FILLER                       PIC X(02)   VALUE SPACES.
002450     05  RPT-C-NAME                   PIC X(30).
002460     05  FILLER                       PIC X(28)   VALUE SPACES.
002470
002480 01  RPT-MASTER-LINE.
002490     05  FILLER                       PIC X(26)
002500             VALUE "  CURRENT MASTER DECISION ".
002510     05  RPT-M-RESULT                 PIC X(04).
002520     05  FILLER                       PIC X(07)   VALUE " DATED ".
002530     05  RPT-M-DATE                   PIC 9(08).
002540     05  FILLER                       PIC X(35)   VALUE SPACES.
002550
002560 01  RPT-NO-MASTER-LINE.
002570     05  FILLER                       PIC X(33)
002580             VALUE "  NO MASTER RECORD ON FILE".
002590     05  FILLER                       PIC X(47)   VALUE SPACES.
002600
002610 01  RPT-HIST-LINE.
002620     05  FILLER                       PIC X(02)   VALUE SPACES.
002630     05  RPT-HL-DATE                  PIC 9(08).
002640     05  FILLER                       PIC X(04)   VALUE " ST ".
002650     05  RPT-HL-STAGE                 PIC X(01).
002660     05  FILLER                       PIC X(06)   VALUE "  RUN ".
002670     05  RPT-HL-RUN-NUMBER            PIC 9(07).
002680     05  FILLER                       PIC X(05)   VALUE " AGE ".
002690     05  RPT-HL-AGE                   PIC ZZ9.
002700     05  FILLER                       PIC X(01)   VALUE SPACE.
002710     05  RPT-HL-RESULT                PIC X(04).
002720     05  FILLER                       PIC X(01)   VALUE SPACE.
002730     05  RPT-HL-POSITION              PIC X(08).
002740     05  FILLER                       PIC X(01)   VALUE SPACE.
002750     05  RPT-HL-REASON                PIC X(20).
002760     05  FILLER                       PIC X(01)   VALUE SPACE.
002770     05  RPT-HL-SOURCE                PIC X(04).
002780     05  FILLER                       PIC X(04)   VALUE SPACES.
002790
002800 01  RPT-AMEND-LINE.
002810     05  FILLER                       PIC X(26)
002820             VALUE "            AMENDS REJT OF".
002830     05  FILLER                       PIC X(01)   VALUE SPACE.
002840     05  RPT-A-DATE                   PIC X(08).
002850     05  FILLER                       PIC X(45)   VALUE SPACES.
002860
002870 01  RPT-OVERRIDE-LINE.
002880     05  FILLER                       PIC X(26)
002890             VALUE "            OVERRIDDEN BY".
002900     05  FILLER                       PIC X(01)   VALUE SPACE.
002910     05  RPT-O-SUPERVISOR             PIC X(10).
002920     05  FILLER                       PIC X(43)   VALUE SPACES.
002930
002940 01  RPT-NO-HISTORY-LINE.
002950     05  FILLER                       PIC X(28)
002960             VALUE "  NO HISTORY ENTRIES ON FILE".
002970     05  FILLER                       PIC X(52)   VALUE SPACES.
002980
002990 01  RPT-RUNS-HEADING.
003000     05  FILLER                       PIC X(32)
003010             VALUE "  RUNS TOUCHING THIS CANDIDATE:".
003020     05  FILLER                       PIC X(48)   VALUE SPACES.
003030
003040 01  RPT-RUN-LINE.
003050     05  FILLER                       PIC X(06)   VALUE "  RUN ".
003060     05  RPT-R-RUN-NUMBER             PIC 9(07).
003070     05  FILLER                       PIC X(06)   VALUE " TYPE ".
003080     05  RPT-R-TYPE                   PIC X(01).
003090     05  FILLER                       PIC X(01)   VALUE SPACE.
003100     05  RPT-R-STATUS                 PIC X(09).
003110     05  FILLER                       PIC X(09)
003120             VALUE " EXTRACT ".
003130     05  RPT-R-EXTRACT-DATE           PIC 9(08).
003140     05  FILLER                       PIC X(06)   VALUE " READ ".
003150     05  RPT-R-READ                   PIC ZZZ,ZZ9.
003160     05  FILLER                       PIC X(06)   VALUE " PASS ".
003170     05  RPT-R-PASS                   PIC ZZZ,ZZ9.
003180     05  FILLER                       PIC X(07)   VALUE SPACES.
003190
003200 01  RPT-NO-RUN-LINE.
003210     05  FILLER                       PIC X(06)   VALUE "  RUN ".
003220     05  RPT-N-RUN-NUMBER             PIC 9(07).
003230     05  FILLER                       PIC X(30)
003240             VALUE " NOT ON THE RUN-CONTROL FILE".
003250     05  FILLER                       PIC X(37)   VALUE SPACES.
003260
003270 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
003280
003290 01  RPT-FOOTER-1.
003300     05  FILLER                       PIC X(24)
003310             VALUE "CANDIDATES REQUESTED  .".
003320     05  RPT-F-REQUESTS               PIC ZZZ,ZZ9.
003330
003340 01  RPT-FOOTER-2.
003350     05  FILLER                       PIC X(24)
003360             VALUE "HISTORY ENTRIES FOUND .".
003370     05  RPT-F-ENTRIES                PIC ZZZ,ZZ9.
003380
003390 PROCEDURE DIVISION.
003400
003410******************************************************************
003420* 0000-MAINLINE                                                 *
003430******************************************************************
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003460     PERFORM 2000-SCAN-LIVE-HISTORY THRU 2000-EXIT.
003470     PERFORM 2500-SCAN-ARCHIVE-HISTORY THRU 2500-EXIT.
003480     PERFORM 3000-PRINT-DOSSIERS THRU 3000-EXIT.
003490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003500     STOP RUN.
003510
003520 1000-INITIALIZE.
003530     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
003540
003550     OPEN OUTPUT DOSSIER-REPORT.
003560     IF NOT FS-DOSSIER-OK
003570         DISPLAY "CANDDOSS - DOSSIER-REPORT OPEN FAILED, "
003580                 "STATUS = " FS-DOSSIER-REPORT
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620
003630     MOVE WK-TODAY TO RPT-H-DATE.
003640     WRITE REPORT-LINE FROM RPT-HEADING-1.
003650
003660     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT.
003670     PERFORM 1200-LOAD-RUN-CONTROL THRU 1200-EXIT.
003680
003690     OPEN INPUT CANDIDATE-MASTER-FILE.
003700     IF NOT FS-MASTER-OK
003710         DISPLAY "CANDDOSS - CANDIDATE-MASTER-FILE OPEN "
003720                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760
003770 1000-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 1100-LOAD-REQUESTS                                            *
003820*   Loads the requested CAND-IDs.  A blank line is skipped; an  *
003830*   empty request file fails the step - there is nothing to     *
003840*   look up.                                                    *
003850******************************************************************
003860 1100-LOAD-REQUESTS.
003870     OPEN INPUT DOSSIER-REQUEST-FILE.
003880     IF NOT FS-REQUEST-OK
003890         DISPLAY "CANDDOSS - DOSSIER-REQUEST-FILE OPEN "
003900                 "FAILED, STATUS = " FS-REQUEST-FILE
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940
003950     PERFORM 1110-LOAD-ONE-REQUEST THRU 1110-EXIT
003960         UNTIL REQUEST-EOF.
003970     CLOSE DOSSIER-REQUEST-FILE.
003980
003990     IF RQ-COUNT IS EQUAL TO ZERO
004000         DISPLAY "CANDDOSS - NO CANDIDATE IDS REQUESTED"
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040
004050 1100-EXIT.
004060     EXIT.
004070
004080 1110-LOAD-ONE-REQUEST.
004090     READ DOSSIER-REQUEST-FILE
004100         AT END
004110             SET REQUEST-EOF TO TRUE
004120             GO TO 1110-EXIT
004130     END-READ.
004140
004150     IF REQ-CAND-ID IS EQUAL TO SPACES
004160         GO TO 1110-EXIT
004170     END-IF.
004180
004190     IF RQ-COUNT IS NOT LESS THAN 100
004200         DISPLAY "CANDDOSS - REQUEST-TABLE FULL AT 100 "
004210                 "ENTRIES"
004220         MOVE 16 TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250
004260     ADD 1 TO RQ-COUNT.
004270     ADD 1 TO CT-REQUESTS-READ.
004280     MOVE REQ-CAND-ID TO RQ-CAND-ID (RQ-COUNT).
004290
004300 1110-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 1200-LOAD-RUN-CONTROL                                         *
004350*   Loads the run-control journal into RUNCTL-TABLE, one entry  *
004360*   per run number - the COMPLETED record overlays the STARTED  *
004370*   one, so the entry holds the final counts when the run       *
004380*   finished.  A missing journal just loads empty.              *
004390******************************************************************
004400 1200-LOAD-RUN-CONTROL.
004410     OPEN INPUT RUN-CONTROL-FILE.
004420     IF FS-RUNCTL-NOT-FOUND
004430         GO TO 1200-EXIT
004440     END-IF.
004450     IF NOT FS-RUNCTL-OK
004460         DISPLAY "CANDDOSS - RUN-CONTROL-FILE OPEN FAILED, "
004470                 "STATUS = " FS-RUN-CONTROL
004480         MOVE 16 TO RETURN-CODE
004490         STOP RUN
004500     END-IF.
004510
004520     PERFORM 1210-LOAD-ONE-RUNCTL THRU 1210-EXIT
004530         UNTIL RUN-CONTROL-EOF.
004540     CLOSE RUN-CONTROL-FILE.
004550
004560 1200-EXIT.
004570     EXIT.
004580
004590 1210-LOAD-ONE-RUNCTL.
004600     READ RUN-CONTROL-FILE
004610         AT END
004620             SET RUN-CONTROL-EOF TO TRUE
004630             GO TO 1210-EXIT
004640     END-READ.
004650
004660     IF RUN-NUMBER-X IS NOT NUMERIC
004670        OR RUN-TYPE-STEP
004680        OR RUN-TYPE-WINDOW-START
004690         GO TO 1210-EXIT
004700     END-IF.
004710
004720     MOVE RUN-NUMBER TO WK-RUN-NUMBER.
004730     PERFORM 3400-FIND-RUNCTL-ENTRY THRU 3400-EXIT.
004740     IF RC-NOT-FOUND
004750         IF RC-COUNT IS NOT LESS THAN 500
004760             DISPLAY "CANDDOSS - RUNCTL-TABLE FULL AT 500 "
004770                     "ENTRIES"
004780             MOVE 16 TO RETURN-CODE
004790             STOP RUN
004800         END-IF
004810         ADD 1 TO RC-COUNT
004820         MOVE RC-COUNT TO RC-FOUND-IDX
004830     END-IF.
004840
004850     MOVE RUN-NUMBER TO RC-RUN-NUMBER (RC-FOUND-IDX).
004860     MOVE RUN-STATUS TO RC-STATUS (RC-FOUND-IDX).
004870     MOVE RUN-TYPE TO RC-TYPE (RC-FOUND-IDX).
004880     MOVE RUN-EXTRACT-DATE TO RC-EXTRACT-DATE (RC-FOUND-IDX).
004890     MOVE RUN-READ-COUNT TO RC-READ-COUNT (RC-FOUND-IDX).
004900     MOVE RUN-PASS-COUNT TO RC-PASS-COUNT (RC-FOUND-IDX).
004910
004920 1210-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 2000-SCAN-LIVE-HISTORY                                        *
004970*   One pass of the live history - every entry for a requested  *
004980*   candidate is collected into HISTORY-TABLE marked LIVE.      *
004990******************************************************************
005000 2000-SCAN-LIVE-HISTORY.
005010     OPEN INPUT SCREENING-HISTORY-FILE.
005020     IF NOT FS-HISTORY-OK
005030         DISPLAY "CANDDOSS - SCREENING-HISTORY-FILE OPEN "
005040                 "FAILED, STATUS = " FS-SCREENING-HISTORY
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080
005090     MOVE "LIVE" TO WK-SOURCE.
005100     PERFORM 2010-SCAN-ONE-LIVE THRU 2010-EXIT
005110         UNTIL HISTORY-EOF.
005120     CLOSE SCREENING-HISTORY-FILE.
005130
005140 2000-EXIT.
005150     EXIT.
005160
005170 2010-SCAN-ONE-LIVE.
005180     READ SCREENING-HISTORY-FILE
005190         AT END
005200             SET HISTORY-EOF TO TRUE
005210             GO TO 2010-EXIT
005220     END-READ.
005230
005240     MOVE LIVE-HISTORY-LINE TO HIST-RECORD.
005250     PERFORM 2100-COLLECT-HISTORY-ENTRY THRU 2100-EXIT.
005260
005270 2010-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 2500-SCAN-ARCHIVE-HISTORY                                     *
005320*   Same pass over the archived periods the JCL concatenates.   *
005330*   No archive on file just means nothing was purged yet.       *
005340******************************************************************
005350 2500-SCAN-ARCHIVE-HISTORY.
005360     OPEN INPUT ARCHIVE-HISTORY-FILE.
005370     IF FS-ARCHIVE-NOT-FOUND
005380         GO TO 2500-EXIT
005390     END-IF.
005400     IF NOT FS-ARCHIVE-OK
005410         DISPLAY "CANDDOSS - ARCHIVE-HISTORY-FILE OPEN "
005420                 "FAILED, STATUS = " FS-ARCHIVE-HISTORY
005430         MOVE 16 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460
005470     MOVE "ARCH" TO WK-SOURCE.
005480     PERFORM 2510-SCAN-ONE-ARCHIVE THRU 2510-EXIT
005490         UNTIL ARCHIVE-EOF.
005500     CLOSE ARCHIVE-HISTORY-FILE.
005510
005520 2500-EXIT.
005530     EXIT.
005540
005550 2510-SCAN-ONE-ARCHIVE.
005560     READ ARCHIVE-HISTORY-FILE
005570         AT END
005580             SET ARCHIVE-EOF TO TRUE
005590             GO TO 2510-EXIT
005600     END-READ.
005610
005620     MOVE ARCHIVE-HISTORY-LINE TO HIST-RECORD.
005630     PERFORM 2100-COLLECT-HISTORY-ENTRY THRU 2100-EXIT.
005640
005650 2510-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* 2100-COLLECT-HISTORY-ENTRY                                    *
005700*   Keeps the HIST-RECORD just read when its candidate is on    *
005710*   the request list.                                           *
005720******************************************************************
005730 2100-COLLECT-HISTORY-ENTRY.
005740     MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID.
005750     PERFORM 2200-CHECK-REQUESTED THRU 2200-EXIT.
005760     IF CAND-NOT-REQUESTED
005770         GO TO 2100-EXIT
005780     END-IF.
005790
005800     IF HT-COUNT IS NOT LESS THAN 2000
005810         DISPLAY "CANDDOSS - HISTORY-TABLE FULL AT 2000 "
005820                 "ENTRIES"
005830         MOVE 16 TO RETURN-CODE
005840         STOP RUN
005850     END-IF.
005860
005870     ADD 1 TO HT-COUNT.
005880     ADD 1 TO CT-ENTRIES-FOUND.
005890     MOVE HIST-CAND-ID TO HT-CAND-ID (HT-COUNT).
005900     MOVE HIST-RUN-DATE TO HT-RUN-DATE (HT-COUNT).
005910* An entry written before run control existed carries spaces
005920* where the run number would be - it belongs to no run.
005930     IF HIST-RUN-NUMBER-X IS NUMERIC
005940         MOVE HIST-RUN-NUMBER TO HT-RUN-NUMBER (HT-COUNT)
005950     ELSE
005960         MOVE ZERO TO HT-RUN-NUMBER (HT-COUNT)
005970     END-IF.
005980     MOVE HIST-AGE TO HT-AGE (HT-COUNT).
005990     MOVE HIST-RESULT TO HT-RESULT (HT-COUNT).
006000     MOVE HIST-POSITION TO HT-POSITION (HT-COUNT).
006010     MOVE HIST-REJECT-REASON TO HT-REASON (HT-COUNT).
006020     MOVE HIST-AMEND-DATE-X TO HT-AMEND-DATE-X (HT-COUNT).
006030     MOVE HIST-STAGE TO HT-STAGE (HT-COUNT).
006040     MOVE WK-SOURCE TO HT-SOURCE (HT-COUNT).
006050     MOVE HIST-OVERRIDE-BY TO HT-OVERRIDE-BY (HT-COUNT).
006060     MOVE "N" TO HT-PRINTED (HT-COUNT).
006070
006080 2100-EXIT.
006090     EXIT.
006100
006110 2200-CHECK-REQUESTED.
006120     SET CAND-NOT-REQUESTED TO TRUE.
006130     PERFORM 2210-MATCH-REQUEST THRU 2210-EXIT
006140         VARYING RQ-IDX FROM 1 BY 1
006150         UNTIL RQ-IDX IS GREATER THAN RQ-COUNT
006160            OR CAND-REQUESTED.
006170
006180 2200-EXIT.
006190     EXIT.
006200
006210 2210-MATCH-REQUEST.
006220     IF RQ-CAND-ID (RQ-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
006230         SET CAND-REQUESTED TO TRUE
006240     END-IF.
006250
006260 2210-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 3000-PRINT-DOSSIERS                                           *
006310*   One dossier per requested candidate, in the order the       *
006320*   request file asked.                                         *
006330******************************************************************
006340 3000-PRINT-DOSSIERS.
006350     PERFORM 3100-PRINT-ONE-DOSSIER THRU 3100-EXIT
006360         VARYING RQ-IDX FROM 1 BY 1
006370         UNTIL RQ-IDX IS GREATER THAN RQ-COUNT.
006380
006390 3000-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* 3100-PRINT-ONE-DOSSIER                                        *
006440*   The candidate heading and current master decision, the      *
006450*   history entries oldest first with their amendment linkage,  *
006460*   then the run-control details for every run that touched     *
006470*   the candidate.                                              *
006480******************************************************************
006490 3100-PRINT-ONE-DOSSIER.
006500     MOVE RQ-CAND-ID (RQ-IDX) TO WK-SEARCH-CAND-ID.
006510     MOVE ZERO TO RU-COUNT.
006520
006530     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
006540     MOVE WK-SEARCH-CAND-ID TO RPT-C-ID.
006550     MOVE SPACES TO RPT-C-NAME.
006560
006570     SET MASTER-NOT-FOUND TO TRUE.
006580     MOVE WK-SEARCH-CAND-ID TO MAST-CAND-ID.
006590     READ CANDIDATE-MASTER-FILE
006600         INVALID KEY
006610             CONTINUE
006620         NOT INVALID KEY
006630             SET MASTER-FOUND TO TRUE
006640             MOVE MAST-CAND-NAME TO RPT-C-NAME
006650     END-READ.
006660     WRITE REPORT-LINE FROM RPT-CAND-HEADING.
006670
006680     IF MASTER-FOUND
006690         MOVE MAST-STAGE1-RESULT TO RPT-M-RESULT
006700         MOVE MAST-DECISION-DATE TO RPT-M-DATE
006710         WRITE REPORT-LINE FROM RPT-MASTER-LINE
006720     ELSE
006730         WRITE REPORT-LINE FROM RPT-NO-MASTER-LINE
006740     END-IF.
006750
006760     MOVE "N" TO WK-PRINTED-ONE.
006770     MOVE "N" TO SW-ENTRIES-DONE.
006780     PERFORM 3200-PRINT-OLDEST-ENTRY THRU 3200-EXIT
006790         UNTIL ENTRIES-DONE.
006800
006810     IF NOT PRINTED-AN-ENTRY
006820         WRITE REPORT-LINE FROM RPT-NO-HISTORY-LINE
006830     END-IF.
006840
006850     IF RU-COUNT IS GREATER THAN ZERO
006860         WRITE REPORT-LINE FROM RPT-RUNS-HEADING
006870         PERFORM 3500-PRINT-ONE-RUN THRU 3500-EXIT
006880             VARYING RU-IDX FROM 1 BY 1
006890             UNTIL RU-IDX IS GREATER THAN RU-COUNT
006900     END-IF.
006910
006920 3100-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960* 3200-PRINT-OLDEST-ENTRY                                       *
006970*   Finds the unprinted entry for the candidate with the        *
006980*   earliest run date and prints it - repeated until none are   *
006990*   left, which leaves WK-MIN-IDX zero.                         *
007000******************************************************************
007010 3200-PRINT-OLDEST-ENTRY.
007020     MOVE ZERO TO WK-MIN-IDX.
007030     MOVE 99999999 TO WK-MIN-DATE.
007040     PERFORM 3210-CONSIDER-ONE-ENTRY THRU 3210-EXIT
007050         VARYING HT-IDX FROM 1 BY 1
007060         UNTIL HT-IDX IS GREATER THAN HT-COUNT.
007070
007080     IF WK-MIN-IDX IS EQUAL TO ZERO
007090         SET ENTRIES-DONE TO TRUE
007100         GO TO 3200-EXIT
007110     END-IF.
007120
007130     SET PRINTED-AN-ENTRY TO TRUE.
007140     PERFORM 3300-PRINT-HISTORY-ENTRY THRU 3300-EXIT.
007150     MOVE "Y" TO HT-PRINTED (WK-MIN-IDX).
007160
007170 3200-EXIT.
007180     EXIT.
007190
007200 3210-CONSIDER-ONE-ENTRY.
007210     IF HT-CAND-ID (HT-IDX) IS NOT EQUAL TO WK-SEARCH-CAND-ID
007220        OR HT-PRINTED (HT-IDX) IS EQUAL TO "Y"
007230         GO TO 3210-EXIT
007240     END-IF.
007250
007260     IF HT-RUN-DATE (HT-IDX) IS LESS THAN WK-MIN-DATE
007270        OR WK-MIN-IDX IS EQUAL TO ZERO
007280         MOVE HT-RUN-DATE (HT-IDX) TO WK-MIN-DATE
007290         MOVE HT-IDX TO WK-MIN-IDX
007300     END-IF.
007310
007320 3210-EXIT.
007330     EXIT.
007340
007350******************************************************************
007360* 3300-PRINT-HISTORY-ENTRY                                      *
007370*   One chronological dossier line, with the amendment linkage  *
007380*   on its own line when the entry amends an earlier REJT, and  *
007390*   the authorizing supervisor when it is an override.          *
007400*   The run number is remembered for the runs section.          *
007410******************************************************************
007420 3300-PRINT-HISTORY-ENTRY.
007430     MOVE HT-RUN-DATE (WK-MIN-IDX) TO RPT-HL-DATE.
007440* A blank stage byte is a stage-1 entry from before stages
007450* existed on the history.
007460     IF HT-STAGE (WK-MIN-IDX) IS EQUAL TO SPACE
007470         MOVE "1" TO RPT-HL-STAGE
007480     ELSE
007490         MOVE HT-STAGE (WK-MIN-IDX) TO RPT-HL-STAGE
007500     END-IF.
007510     MOVE HT-RUN-NUMBER (WK-MIN-IDX) TO RPT-HL-RUN-NUMBER.
007520     MOVE HT-AGE (WK-MIN-IDX) TO RPT-HL-AGE.
007530     MOVE HT-RESULT (WK-MIN-IDX) TO RPT-HL-RESULT.
007540     MOVE HT-POSITION (WK-MIN-IDX) TO RPT-HL-POSITION.
007550     MOVE HT-REASON (WK-MIN-IDX) TO RPT-HL-REASON.
007560     MOVE HT-SOURCE (WK-MIN-IDX) TO RPT-HL-SOURCE.
007570     WRITE REPORT-LINE FROM RPT-HIST-LINE.
007580
007590     IF HT-AMEND-DATE-X (WK-MIN-IDX) IS NOT EQUAL TO SPACES
007600         MOVE HT-AMEND-DATE-X (WK-MIN-IDX) TO RPT-A-DATE
007610         WRITE REPORT-LINE FROM RPT-AMEND-LINE
007620     END-IF.
007630
007640     IF HT-OVERRIDE-BY (WK-MIN-IDX) IS NOT EQUAL TO SPACES
007650         MOVE HT-OVERRIDE-BY (WK-MIN-IDX) TO RPT-O-SUPERVISOR
007660         WRITE REPORT-LINE FROM RPT-OVERRIDE-LINE
007670     END-IF.
007680
007690     MOVE HT-RUN-NUMBER (WK-MIN-IDX) TO WK-RUN-NUMBER.
007700     PERFORM 3600-REMEMBER-RUN THRU 3600-EXIT.
007710
007720 3300-EXIT.
007730     EXIT.
007740
007750******************************************************************
007760* 3400-FIND-RUNCTL-ENTRY                                        *
007770*   Serial search of RUNCTL-TABLE for WK-RUN-NUMBER.            *
007780******************************************************************
007790 3400-FIND-RUNCTL-ENTRY.
007800     SET RC-NOT-FOUND TO TRUE.
007810     MOVE ZERO TO RC-FOUND-IDX.
007820     PERFORM 3410-MATCH-RUNCTL-ENTRY THRU 3410-EXIT
007830         VARYING RC-IDX FROM 1 BY 1
007840         UNTIL RC-IDX IS GREATER THAN RC-COUNT
007850            OR RC-FOUND.
007860
007870 3400-EXIT.
007880     EXIT.
007890
007900 3410-MATCH-RUNCTL-ENTRY.
007910     IF RC-RUN-NUMBER (RC-IDX) IS EQUAL TO WK-RUN-NUMBER
007920         SET RC-FOUND TO TRUE
007930         MOVE RC-IDX TO RC-FOUND-IDX
007940     END-IF.
007950
007960 3410-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000* 3600-REMEMBER-RUN                                             *
008010*   Adds WK-RUN-NUMBER to the candidate's distinct run list -   *
008020*   run zero (entries predating run control) is not a run.      *
008030******************************************************************
008040 3600-REMEMBER-RUN.
008050     IF WK-RUN-NUMBER IS EQUAL TO ZERO
008060         GO TO 3600-EXIT
008070     END-IF.
008080
008090     SET RU-NOT-FOUND TO TRUE.
008100     PERFORM 3610-MATCH-RUN THRU 3610-EXIT
008110         VARYING RU-IDX FROM 1 BY 1
008120         UNTIL RU-IDX IS GREATER THAN RU-COUNT
008130            OR RU-FOUND.
008140     IF RU-FOUND
008150         GO TO 3600-EXIT
008160     END-IF.
008170
008180     IF RU-COUNT IS NOT LESS THAN 100
008190         GO TO 3600-EXIT
008200     END-IF.
008210     ADD 1 TO RU-COUNT.
008220     MOVE WK-RUN-NUMBER TO RU-RUN-NUMBER (RU-COUNT).
008230
008240 3600-EXIT.
008250     EXIT.
008260
008270 3610-MATCH-RUN.
008280     IF RU-RUN-NUMBER (RU-IDX) IS EQUAL TO WK-RUN-NUMBER
008290         SET RU-FOUND TO TRUE
008300     END-IF.
008310
008320 3610-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360* 3500-PRINT-ONE-RUN                                            *
008370*   The run-control details for one run that touched the        *
008380*   candidate - type, final status, extract date and counts.    *
008390******************************************************************
008400 3500-PRINT-ONE-RUN.
008410     MOVE RU-RUN-NUMBER (RU-IDX) TO WK-RUN-NUMBER.
008420     PERFORM 3400-FIND-RUNCTL-ENTRY THRU 3400-EXIT.
008430
008440     IF RC-NOT-FOUND
008450         MOVE WK-RUN-NUMBER TO RPT-N-RUN-NUMBER
008460         WRITE REPORT-LINE FROM RPT-NO-RUN-LINE
008470         GO TO 3500-EXIT
008480     END-IF.
008490
008500     MOVE RC-RUN-NUMBER (RC-FOUND-IDX) TO RPT-R-RUN-NUMBER.
008510     MOVE RC-TYPE (RC-FOUND-IDX) TO RPT-R-TYPE.
008520     IF RC-STATUS (RC-FOUND-IDX) IS EQUAL TO "C"
008530         MOVE "COMPLETED" TO RPT-R-STATUS
008540     ELSE
008550         MOVE "STARTED" TO RPT-R-STATUS
008560     END-IF.
008570     MOVE RC-EXTRACT-DATE (RC-FOUND-IDX) TO RPT-R-EXTRACT-DATE.
008580     MOVE RC-READ-COUNT (RC-FOUND-IDX) TO RPT-R-READ.
008590     MOVE RC-PASS-COUNT (RC-FOUND-IDX) TO RPT-R-PASS.
008600     WRITE REPORT-LINE FROM RPT-RUN-LINE.
008610
008620 3500-EXIT.
008630     EXIT.
008640
008650 9000-TERMINATE.
008660     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
008670     MOVE CT-REQUESTS-READ TO RPT-F-REQUESTS.
008680     MOVE CT-ENTRIES-FOUND TO RPT-F-ENTRIES.
008690     WRITE REPORT-LINE FROM RPT-FOOTER-1.
008700     WRITE REPORT-LINE FROM RPT-FOOTER-2.
008710
008720     CLOSE CANDIDATE-MASTER-FILE.
008730     CLOSE DOSSIER-REPORT.
008740
008750     DISPLAY "CANDDOSS - DOSSIERS PRINTED".
008760     DISPLAY "  CANDIDATES REQUESTED : " CT-REQUESTS-READ.
008770     DISPLAY "  HISTORY ENTRIES      : " CT-ENTRIES-FOUND.
008780
008790 9000-EXIT.
008800     EXIT.
008810
008820 END PROGRAM CANDDOSS.

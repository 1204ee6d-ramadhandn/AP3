000430*                   (HIST-STAGE, see HISTREC) are skipped the
000440*                   same way - they are written by later
000450*                   steps, after this balance has run.
000460*   09/24/2026  RD  Erasure entries (stage E, see CANDERAS)
000470*                   are skipped too - the erasure run writes
000480*                   them, not the nightly batch.
000490*   10/01/2026  RD  Offer outcomes (stage O, see OFFRPROC) are
000500*                   skipped with the later-stage entries.
000510*   10/05/2026  RD  Override entries (see HISTREC) are left
000520*                   out of the balance - the override run
000530*                   balances against its own report.
000540*   10/12/2026  RD  The day balanced is now the run's as-of
000550*                   date from the latest normal run's STARTED
000560*                   record, not the day the job runs - a catch-
000570*                   up run's history entries carry its extract
000580*                   date.  The heading shows that date.
000590******************************************************************
000600
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. SCRNRECON.
000630 AUTHOR. RAMADHAN.
000640 INSTALLATION. HR-RECRUITING.
000650 DATE-WRITTEN. 08/11/2026.
000660 DATE-COMPILED.
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-SCREENING-HISTORY.
000740
000750     SELECT STAGE1-PASS-FILE ASSIGN TO "PASS1FILE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-STAGE1-PASS-FILE.
000780
000790     SELECT ATS-INTERFACE-FILE ASSIGN TO "ATSIFACE"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-ATS-INTERFACE.
000820
000830     SELECT SCREENING-REPORT ASSIGN TO "SCRNRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-SCREENING-REPORT.
000860
000870     SELECT RECON-REPORT ASSIGN TO "RECONRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-RECON-REPORT.
000900
000910     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-RUN-CONTROL.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  SCREENING-HISTORY-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY HISTREC.
001000
001010 FD  STAGE1-PASS-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  STAGE1-PASS-LINE                 PIC X(80).
001040
001050 FD  ATS-INTERFACE-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  ATS-LINE                         PIC X(80).
001080
001090 FD  SCREENING-REPORT
001100     LABEL RECORDS ARE STANDARD.
001110 01  REPORT-SCAN-LINE.
001120     05  RSL-CAPTION                  PIC X(24).
001130     05  RSL-AMOUNT                   PIC X(07).
001140     05  FILLER                       PIC X(49).
001150
001160 FD  RECON-REPORT
001170     LABEL RECORDS ARE STANDARD.
001180 01  RECON-LINE                       PIC X(80).
001190
001200 FD  RUN-CONTROL-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY RUNCTL.
001230
001240 WORKING-STORAGE SECTION.
001250
001260 01  FS-SCREENING-HISTORY             PIC X(02).
001270     88  FS-HISTORY-OK                    VALUE "00".
001280 01  FS-STAGE1-PASS-FILE              PIC X(02).
001290     88  FS-STAGE1-PASS-OK                VALUE "00".
001300 01  FS-ATS-INTERFACE                 PIC X(02).
001310     88  FS-ATS-OK                        VALUE "00".
001320 01  FS-SCREENING-REPORT              PIC X(02).
001330     88  FS-REPORT-OK                     VALUE "00".
001340 01  FS-RECON-REPORT                  PIC X(02).
001350     88  FS-RECON-OK                      VALUE "00".
001360
001370 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
001380     88  HISTORY-EOF                      VALUE "Y".
001390 01  SW-PASS-EOF                      PIC X(01)   VALUE "N".
001400     88  PASS-EOF                         VALUE "Y".
001410 01  SW-ATS-EOF                       PIC X(01)   VALUE "N".
001420     88  ATS-EOF                          VALUE "Y".
001430 01  SW-REPORT-EOF                    PIC X(01)   VALUE "N".
001440     88  REPORT-EOF                       VALUE "Y".
001450
001460 01  SW-ATS-HEADER-FOUND              PIC X(01)   VALUE "N".
001470     88  ATS-HEADER-FOUND                 VALUE "Y".
001480 01  SW-ATS-TRAILER-FOUND             PIC X(01)   VALUE "N".
001490     88  ATS-TRAILER-FOUND                VALUE "Y".
001500
001510 01  SW-IN-BALANCE                    PIC X(01)   VALUE "Y".
001520     88  BATCH-IN-BALANCE                 VALUE "Y".
001530     88  BATCH-OUT-OF-BALANCE             VALUE "N".
001540
001550 01  SW-FOOTER-FOUND                  PIC X(01)   VALUE "N".
001560     88  FOOTER-FOUND                     VALUE "Y".
001570
001580 01  WK-TODAY                         PIC 9(08).
001590 01  WK-RUN-DATE.
001600     05  WK-RUN-YYYY                  PIC 9(04).
001610     05  WK-RUN-MM                    PIC 9(02).
001620     05  WK-RUN-DD                    PIC 9(02).
001630
001640* Independent counts taken from the day's files.
001650 01  CT-HIST-TOTAL               PIC 9(07) COMP VALUE ZERO.
001660 01  CT-HIST-PASS                 PIC 9(07) COMP VALUE ZERO.
001670 01  CT-HIST-FAIL                 PIC 9(07) COMP VALUE ZERO.
001680 01  CT-HIST-REJECT               PIC 9(07) COMP VALUE ZERO.
001690 01  CT-HIST-DUPL                 PIC 9(07) COMP VALUE ZERO.
001700 01  CT-PASS-FILE                 PIC 9(07) COMP VALUE ZERO.
001710 01  CT-ATS-FILE                  PIC 9(07) COMP VALUE ZERO.
001720 01  CT-ATS-TRAILER               PIC 9(07) COMP VALUE ZERO.
001730
001740* ATS interface envelope layouts, for recognizing the header
001750* and trailer when counting the day's interface records.
001760 COPY ATSENV.
001770
001780* Footer totals de-edited from the screening report.
001790 01  CT-RPT-TOTAL                 PIC 9(07) COMP VALUE ZERO.
001800 01  CT-RPT-PASS                  PIC 9(07) COMP VALUE ZERO.
001810 01  CT-RPT-FAIL                  PIC 9(07) COMP VALUE ZERO.
001820 01  CT-RPT-REJECT                PIC 9(07) COMP VALUE ZERO.
001830 01  CT-RPT-DUPL                  PIC 9(07) COMP VALUE ZERO.
001840
001850* De-edit work area - the footer amounts arrive as ZZZ,ZZ9.
001860 01  WK-EDITED-AMOUNT.
001870     05  WK-EDIT-CHAR OCCURS 7 TIMES  PIC X(01).
001880 01  WK-EDIT-IDX                 PIC 9(02) COMP VALUE ZERO.
001890 01  WK-DIGIT-X                       PIC X(01).
001900 01  WK-DIGIT REDEFINES WK-DIGIT-X    PIC 9(01).
001910 01  WK-UNEDITED                 PIC 9(07) COMP VALUE ZERO.
001920
001930* Comparison work area for 3100-WRITE-CHECK-LINE.
001940 01  WK-CHECK-CAPTION                 PIC X(34).
001950 01  WK-CHECK-A                  PIC 9(07) COMP VALUE ZERO.
001960 01  WK-CHECK-B                  PIC 9(07) COMP VALUE ZERO.
001970
001980 01  FS-RUN-CONTROL                   PIC X(02).
001990     88  FS-RUNCTL-OK                     VALUE "00".
002000
002010 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
002020     88  RUN-CONTROL-EOF                  VALUE "Y".
002030
002040* The run number of the execution being balanced - the latest
002050* entry on the run-control journal.
002060 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
002070
002080 01  RPT-HEADING-1.
002090     05  FILLER                       PIC X(33)
002100             VALUE "DAILY SCREENING BALANCE REPORT - ".
002110     05  RPT-H-DATE                   PIC 9(08).
002120     05  FILLER                       PIC X(06)   VALUE "  RUN ".
002130     05  RPT-H-RUN-NUMBER             PIC 9(07).
002140     05  FILLER                       PIC X(26)   VALUE SPACES.
002150
002160 01  RPT-HEADING-2.
002170     05  FILLER                       PIC X(34)   VALUE SPACES.
002180     05  FILLER                       PIC X(10)   VALUE "COUNT A".
002190     05  FILLER                       PIC X(10)   VALUE "COUNT B".
002200     05  FILLER                       PIC X(26)   VALUE "STATUS".
002210
002220 01  RPT-COUNT-LINE.
002230     05  RCL-CAPTION                  PIC X(34).
002240     05  RCL-COUNT                    PIC ZZZ,ZZ9.
002250     05  FILLER                       PIC X(39)   VALUE SPACES.
002260
002270 01  RPT-CHECK-LINE.
002280     05  RKL-CAPTION                  PIC X(34).
002290     05  RKL-COUNT-A                  PIC ZZZ,ZZ9.
002300     05  FILLER                       PIC X(03)   VALUE SPACES.
002310     05  RKL-COUNT-B                  PIC ZZZ,ZZ9.
002320     05  FILLER                       PIC X(03)   VALUE SPACES.
002330     05  RKL-STATUS                   PIC X(19).
002340
002350 01  RPT-VERDICT-LINE.
002360     05  RVL-TEXT                     PIC X(80).
002370
002380 PROCEDURE DIVISION.
002390
002400******************************************************************
002410* 0000-MAINLINE                                                 *
002420******************************************************************
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     PERFORM 2100-COUNT-HISTORY THRU 2100-EXIT.
002460     PERFORM 2200-COUNT-PASS-FILE THRU 2200-EXIT.
002470     PERFORM 2300-COUNT-ATS-FILE THRU 2300-EXIT.
002480     PERFORM 2400-READ-REPORT-FOOTER THRU 2400-EXIT.
002490     PERFORM 3000-COMPARE-COUNTS THRU 3000-EXIT.
002500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002510     STOP RUN.
002520
002530 1000-INITIALIZE.
002540     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
002550     MOVE WK-TODAY TO WK-RUN-DATE.
002560
002570     OPEN OUTPUT RECON-REPORT.
002580     IF NOT FS-RECON-OK
002590         DISPLAY "SCRNRECON - RECON-REPORT OPEN FAILED, "
002600                 "STATUS = " FS-RECON-REPORT
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640
002650     PERFORM 1100-GET-RUN-NUMBER THRU 1100-EXIT.
002660     MOVE WK-RUN-DATE TO RPT-H-DATE.
002670     WRITE RECON-LINE FROM RPT-HEADING-1.
002680
002690 1000-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 1100-GET-RUN-NUMBER                                           *
002740*   The latest entry on the run-control journal belongs to the  *
002750*   execution being balanced - its run number goes in the       *
002760*   heading.  The latest normal run's STARTED record gives the  *
002770*   as-of date its history entries carry.  A missing journal    *
002780*   just leaves the heading zero and the date today.            *
002790******************************************************************
002800 1100-GET-RUN-NUMBER.
002810     OPEN INPUT RUN-CONTROL-FILE.
002820     IF NOT FS-RUNCTL-OK
002830         GO TO 1100-STAMP
002840     END-IF.
002850
002860     PERFORM 1110-READ-ONE-RUNCTL THRU 1110-EXIT
002870         UNTIL RUN-CONTROL-EOF.
002880     CLOSE RUN-CONTROL-FILE.
002890
002900 1100-STAMP.
002910     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
002920
002930 1100-EXIT.
002940     EXIT.
002950
002960 1110-READ-ONE-RUNCTL.
002970     READ RUN-CONTROL-FILE
002980         AT END
002990             SET RUN-CONTROL-EOF TO TRUE
003000             GO TO 1110-EXIT
003010     END-READ.
003020
003030     IF RUN-NUMBER-X IS NUMERIC
003040         MOVE RUN-NUMBER TO WK-RUN-NUMBER
003050     END-IF.
003060
003070     IF RUN-STARTED
003080        AND RUN-TYPE-NORMAL
003090         MOVE RUN-EVENT-DATE TO WK-RUN-DATE
003100     END-IF.
003110
003120 1110-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160* 2100-COUNT-HISTORY                                            *
003170*   Tallies the day's SCREENING-HISTORY entries by result.      *
003180*   Entries from earlier run dates are not this batch's to      *
003190*   balance and are skipped.                                    *
003200******************************************************************
003210 2100-COUNT-HISTORY.
003220     OPEN INPUT SCREENING-HISTORY-FILE.
003230     IF NOT FS-HISTORY-OK
003240         DISPLAY "SCRNRECON - SCREENING-HISTORY-FILE OPEN "
003250                 "FAILED, STATUS = " FS-SCREENING-HISTORY
003260         MOVE 16 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290
003300     PERFORM 2110-COUNT-ONE-HISTORY THRU 2110-EXIT
003310         UNTIL HISTORY-EOF.
003320     CLOSE SCREENING-HISTORY-FILE.
003330
003340 2100-EXIT.
003350     EXIT.
003360
003370 2110-COUNT-ONE-HISTORY.
003380     READ SCREENING-HISTORY-FILE
003390         AT END
003400             SET HISTORY-EOF TO TRUE
003410             GO TO 2110-EXIT
003420     END-READ.
003430
003440     IF HIST-RUN-DATE IS NOT EQUAL TO WK-RUN-DATE
003450         GO TO 2110-EXIT
003460     END-IF.
003470
003480* An amended entry came from the corrections rescreen, which
003490* balances against its own pass file and ATS extract.
003500     IF NOT HIST-NOT-AMENDED
003510         GO TO 2110-EXIT
003520     END-IF.
003530
003540* A WDRN entry came from the withdrawal run, which has no pass
003550* file or report footer of its own here to balance against.
003560     IF HIST-RESULT-WDRN
003570         GO TO 2110-EXIT
003580     END-IF.
003590
003600* Stage-2, interview and offer entries are written by steps
003610* and jobs that run after this balance - only the stage-1
003620* intake is ours.
003630     IF HIST-STAGE-2 OR HIST-STAGE-INTERVIEW OR HIST-STAGE-OFFER
003640         GO TO 2110-EXIT
003650     END-IF.
003660
003670* Erasure entries come from the erasure run and record no
003680* decision.
003690     IF HIST-STAGE-ERASURE
003700         GO TO 2110-EXIT
003710     END-IF.
003720
003730* An override entry came from the override run, which has its
003740* own report and run-control counts.
003750     IF NOT HIST-NOT-OVERRIDDEN
003760         GO TO 2110-EXIT
003770     END-IF.
003780
003790     ADD 1 TO CT-HIST-TOTAL.
003800     IF HIST-RESULT-PASS
003810         ADD 1 TO CT-HIST-PASS
003820     ELSE
003830     IF HIST-RESULT-FAIL
003840         ADD 1 TO CT-HIST-FAIL
003850     ELSE
003860     IF HIST-RESULT-REJECT
003870         ADD 1 TO CT-HIST-REJECT
003880     ELSE
003890     IF HIST-RESULT-DUPL
003900         ADD 1 TO CT-HIST-DUPL
003910     END-IF
003920     END-IF
003930     END-IF
003940     END-IF.
003950
003960 2110-EXIT.
003970     EXIT.
003980
003990 2200-COUNT-PASS-FILE.
004000     OPEN INPUT STAGE1-PASS-FILE.
004010     IF NOT FS-STAGE1-PASS-OK
004020         DISPLAY "SCRNRECON - STAGE1-PASS-FILE OPEN FAILED, "
004030                 "STATUS = " FS-STAGE1-PASS-FILE
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070
004080     PERFORM 2210-COUNT-ONE-PASS THRU 2210-EXIT
004090         UNTIL PASS-EOF.
004100     CLOSE STAGE1-PASS-FILE.
004110
004120 2200-EXIT.
004130     EXIT.
004140
004150 2210-COUNT-ONE-PASS.
004160     READ STAGE1-PASS-FILE
004170         AT END
004180             SET PASS-EOF TO TRUE
004190         NOT AT END
004200             ADD 1 TO CT-PASS-FILE
004210     END-READ.
004220
004230 2210-EXIT.
004240     EXIT.
004250
004260 2300-COUNT-ATS-FILE.
004270     OPEN INPUT ATS-INTERFACE-FILE.
004280     IF NOT FS-ATS-OK
004290         DISPLAY "SCRNRECON - ATS-INTERFACE-FILE OPEN FAILED, "
004300                 "STATUS = " FS-ATS-INTERFACE
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340
004350     PERFORM 2310-COUNT-ONE-ATS THRU 2310-EXIT
004360         UNTIL ATS-EOF.
004370     CLOSE ATS-INTERFACE-FILE.
004380
004390 2300-EXIT.
004400     EXIT.
004410
004420 2310-COUNT-ONE-ATS.
004430     READ ATS-INTERFACE-FILE
004440         AT END
004450             SET ATS-EOF TO TRUE
004460             GO TO 2310-EXIT
004470     END-READ.
004480
004490     MOVE ATS-LINE TO ATS-HEADER-RECORD.
004500     IF ATS-HEADER-TYPE
004510         SET ATS-HEADER-FOUND TO TRUE
004520         GO TO 2310-EXIT
004530     END-IF.
004540     MOVE ATS-LINE TO ATS-TRAILER-RECORD.
004550     IF ATS-TRAILER-TYPE
004560         SET ATS-TRAILER-FOUND TO TRUE
004570         MOVE ATR-DETAIL-COUNT TO CT-ATS-TRAILER
004580         GO TO 2310-EXIT
004590     END-IF.
004600
004610     ADD 1 TO CT-ATS-FILE.
004620
004630 2310-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670* 2400-READ-REPORT-FOOTER                                       *
004680*   Scans the screening report for its five footer totals and   *
004690*   de-edits each amount.  A report with no footer (an abend    *
004700*   cut it short) leaves FOOTER-FOUND off, which 3000 treats    *
004710*   as out of balance.                                          *
004720******************************************************************
004730 2400-READ-REPORT-FOOTER.
004740     OPEN INPUT SCREENING-REPORT.
004750     IF NOT FS-REPORT-OK
004760         DISPLAY "SCRNRECON - SCREENING-REPORT OPEN FAILED, "
004770                 "STATUS = " FS-SCREENING-REPORT
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF.
004810
004820     PERFORM 2410-SCAN-ONE-REPORT-LINE THRU 2410-EXIT
004830         UNTIL REPORT-EOF.
004840     CLOSE SCREENING-REPORT.
004850
004860 2400-EXIT.
004870     EXIT.
004880
004890 2410-SCAN-ONE-REPORT-LINE.
004900     READ SCREENING-REPORT
004910         AT END
004920             SET REPORT-EOF TO TRUE
004930             GO TO 2410-EXIT
004940     END-READ.
004950
004960     IF RSL-CAPTION IS EQUAL TO "TOTAL APPLICANTS  . . ."
004970         PERFORM 2420-DEEDIT-AMOUNT THRU 2420-EXIT
004980         MOVE WK-UNEDITED TO CT-RPT-TOTAL
004990         SET FOOTER-FOUND TO TRUE
005000     END-IF.
005010     IF RSL-CAPTION IS EQUAL TO "TOTAL PASSED      . . ."
005020         PERFORM 2420-DEEDIT-AMOUNT THRU 2420-EXIT
005030         MOVE WK-UNEDITED TO CT-RPT-PASS
005040     END-IF.
005050     IF RSL-CAPTION IS EQUAL TO "TOTAL FAILED      . . ."
005060         PERFORM 2420-DEEDIT-AMOUNT THRU 2420-EXIT
005070         MOVE WK-UNEDITED TO CT-RPT-FAIL
005080     END-IF.
005090     IF RSL-CAPTION IS EQUAL TO "TOTAL REJECTED    . . ."
005100         PERFORM 2420-DEEDIT-AMOUNT THRU 2420-EXIT
005110         MOVE WK-UNEDITED TO CT-RPT-REJECT
005120     END-IF.
005130     IF RSL-CAPTION IS EQUAL TO "TOTAL DUPLICATES  . . ."
005140         PERFORM 2420-DEEDIT-AMOUNT THRU 2420-EXIT
005150         MOVE WK-UNEDITED TO CT-RPT-DUPL
005160     END-IF.
005170
005180 2410-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* 2420-DEEDIT-AMOUNT                                            *
005230*   Strips the editing (blanks and comma) out of a ZZZ,ZZ9      *
005240*   footer amount, leaving the plain number in WK-UNEDITED.     *
005250******************************************************************
005260 2420-DEEDIT-AMOUNT.
005270     MOVE RSL-AMOUNT TO WK-EDITED-AMOUNT.
005280     MOVE ZERO TO WK-UNEDITED.
005290     PERFORM 2430-DEEDIT-ONE-CHAR THRU 2430-EXIT
005300         VARYING WK-EDIT-IDX FROM 1 BY 1
005310         UNTIL WK-EDIT-IDX IS GREATER THAN 7.
005320
005330 2420-EXIT.
005340     EXIT.
005350
005360 2430-DEEDIT-ONE-CHAR.
005370     MOVE WK-EDIT-CHAR (WK-EDIT-IDX) TO WK-DIGIT-X.
005380     IF WK-DIGIT-X IS NUMERIC
005390         COMPUTE WK-UNEDITED = WK-UNEDITED * 10 + WK-DIGIT
005400     END-IF.
005410
005420 2430-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 3000-COMPARE-COUNTS                                           *
005470*   Prints each independent count, then every cross-check.  A   *
005480*   single mismatch flips the batch out of balance.             *
005490******************************************************************
005500 3000-COMPARE-COUNTS.
005510     MOVE SPACES TO RPT-COUNT-LINE.
005520     MOVE "HISTORY ENTRIES THIS DATE" TO RCL-CAPTION.
005530     MOVE CT-HIST-TOTAL TO RCL-COUNT.
005540     WRITE RECON-LINE FROM RPT-COUNT-LINE.
005550
005560     MOVE SPACES TO RPT-COUNT-LINE.
005570     MOVE "STAGE1-PASS-FILE RECORDS" TO RCL-CAPTION.
005580     MOVE CT-PASS-FILE TO RCL-COUNT.
005590     WRITE RECON-LINE FROM RPT-COUNT-LINE.
005600
005610     MOVE SPACES TO RPT-COUNT-LINE.
005620     MOVE "ATS-INTERFACE RECORDS" TO RCL-CAPTION.
005630     MOVE CT-ATS-FILE TO RCL-COUNT.
005640     WRITE RECON-LINE FROM RPT-COUNT-LINE.
005650
005660     WRITE RECON-LINE FROM RPT-HEADING-2.
005670
005680     MOVE "HISTORY PASSES VS PASS FILE" TO WK-CHECK-CAPTION.
005690     MOVE CT-HIST-PASS TO WK-CHECK-A.
005700     MOVE CT-PASS-FILE TO WK-CHECK-B.
005710     PERFORM 3100-WRITE-CHECK-LINE THRU 3100-EXIT.
005720
005730     MOVE "HISTORY PASSES VS ATS EXTRACT" TO WK-CHECK-CAPTION.
005740     MOVE CT-HIST-PASS TO WK-CHECK-A.
005750     MOVE CT-ATS-FILE TO WK-CHECK-B.
005760     PERFORM 3100-WRITE-CHECK-LINE THRU 3100-EXIT.
005770
005780     MOVE "REPORT TOTAL VS HISTORY ENTRIES" TO WK-CHECK-CAPTION.
005790     MOVE CT-RPT-TOTAL TO WK-CHECK-A.
005800     MOVE CT-HIST-TOTAL TO WK-CHECK-B.
005810     PERFORM 3100-WRITE-CHECK-LINE THRU 3100-EXIT.
005820
005830     MOVE "REPORT PASSED VS HISTORY PASSES" TO WK-CHECK-CAPTION.
005840     MOVE CT-RPT-PASS TO WK-CHECK-A.
005850     MOVE CT-HIST-PASS TO WK-CHECK-B.
005860     PERFORM 3100-WRITE-CHECK-LINE THRU 3100-EXIT.
005870
005880     MOVE "REPORT FAILED VS HISTORY FAILS" TO WK-CHECK-CAPTION.
005890     MOVE CT-RPT-FAIL TO WK-CHECK-A.
005900     MOVE CT-HIST-FAIL TO WK-CHECK-B.
005910     PERFORM 3100-WRITE-CHECK-LINE THRU 3100-EXIT.
005920
005930     MOVE "REPORT REJECTS VS HISTORY REJECTS"
005940         TO WK-CHECK-CAPTION.
005950     MOVE CT-RPT-REJECT TO WK-CHECK-A.
005960     MOVE CT-HIST-REJECT TO WK-CHECK-B.
005970     PERFORM 3100-WRITE-CHECK-LINE THRU 3100-EXIT.
005980
005990     MOVE "REPORT DUPLS VS HISTORY DUPLS" TO WK-CHECK-CAPTION.
006000     MOVE CT-RPT-DUPL TO WK-CHECK-A.
006010     MOVE CT-HIST-DUPL TO WK-CHECK-B.
006020     PERFORM 3100-WRITE-CHECK-LINE THRU 3100-EXIT.
006030
006040     MOVE "ATS TRAILER COUNT VS DETAILS" TO WK-CHECK-CAPTION.
006050     MOVE CT-ATS-TRAILER TO WK-CHECK-A.
006060     MOVE CT-ATS-FILE TO WK-CHECK-B.
006070     PERFORM 3100-WRITE-CHECK-LINE THRU 3100-EXIT.
006080
006090     IF NOT ATS-HEADER-FOUND
006100        OR NOT ATS-TRAILER-FOUND
006110         SET BATCH-OUT-OF-BALANCE TO TRUE
006120         MOVE SPACES TO RPT-VERDICT-LINE
006130         MOVE "ATS INTERFACE ENVELOPE INCOMPLETE" TO RVL-TEXT
006140         WRITE RECON-LINE FROM RPT-VERDICT-LINE
006150     END-IF.
006160
006170     IF NOT FOOTER-FOUND
006180         SET BATCH-OUT-OF-BALANCE TO TRUE
006190         MOVE SPACES TO RPT-VERDICT-LINE
006200         MOVE "SCREENING REPORT FOOTER NOT FOUND" TO RVL-TEXT
006210         WRITE RECON-LINE FROM RPT-VERDICT-LINE
006220     END-IF.
006230
006240 3000-EXIT.
006250     EXIT.
006260
006270 3100-WRITE-CHECK-LINE.
006280     MOVE SPACES TO RPT-CHECK-LINE.
006290     MOVE WK-CHECK-CAPTION TO RKL-CAPTION.
006300     MOVE WK-CHECK-A TO RKL-COUNT-A.
006310     MOVE WK-CHECK-B TO RKL-COUNT-B.
006320     IF WK-CHECK-A IS EQUAL TO WK-CHECK-B
006330         MOVE "OK" TO RKL-STATUS
006340     ELSE
006350         MOVE "*** MISMATCH ***" TO RKL-STATUS
006360         SET BATCH-OUT-OF-BALANCE TO TRUE
006370     END-IF.
006380     WRITE RECON-LINE FROM RPT-CHECK-LINE.
006390
006400 3100-EXIT.
006410     EXIT.
006420
006430 9000-TERMINATE.
006440     MOVE SPACES TO RPT-VERDICT-LINE.
006450     IF BATCH-IN-BALANCE
006460         MOVE "BATCH IS IN BALANCE" TO RVL-TEXT
006470     ELSE
006480         MOVE "*** BATCH IS OUT OF BALANCE - STAGE 2 HELD ***"
006490             TO RVL-TEXT
006500         MOVE 8 TO RETURN-CODE
006510     END-IF.
006520     WRITE RECON-LINE FROM RPT-VERDICT-LINE.
006530     CLOSE RECON-REPORT.
006540
006550     DISPLAY "SCRNRECON - " RVL-TEXT.
006560
006570 9000-EXIT.
006580     EXIT.
006590
006600 END PROGRAM SCRNRECON.

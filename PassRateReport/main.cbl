000540*                   stopping at the first gate.  Interview
000550*                   (stage 3) entries are not screening
000560*                   decisions and are left out of the funnel.
000570*   09/24/2026  RD  Erasure entries (stage E, see CANDERAS)
000580*                   record no decision and are left out too -
000590*                   erasing a candidate never moves a figure.
000600*   10/01/2026  RD  Offer outcomes (stage O, see OFFRPROC) are
000610*                   left out the same way as interview entries.
000620*   10/05/2026  RD  Override entries (see HISTREC) are passed
000630*                   over - they are an HR director's ruling,
000640*                   not the screening rule's, and the
000650*                   decision they overrule is already
000660*                   counted.
000670******************************************************************
000680
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. PASSRATE.
000710 AUTHOR. RAMADHAN.
000720 INSTALLATION. HR-RECRUITING.
000730 DATE-WRITTEN. 08/08/2026.
000740 DATE-COMPILED.
000750
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-SCREENING-HISTORY.
000820
000830     SELECT PASSRATE-REPORT ASSIGN TO "PASSRRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-PASSRATE-REPORT.
000860
000870     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-RUN-CONTROL.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  SCREENING-HISTORY-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY HISTREC.
000960
000970 FD  PASSRATE-REPORT
000980     LABEL RECORDS ARE STANDARD.
000990 01  REPORT-LINE                      PIC X(80).
001000
001010 FD  RUN-CONTROL-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY RUNCTL.
001040
001050 WORKING-STORAGE SECTION.
001060
001070 01  FS-SCREENING-HISTORY             PIC X(02).
001080     88  FS-SCREENING-HISTORY-OK          VALUE "00".
001090 01  FS-PASSRATE-REPORT                PIC X(02).
001100     88  FS-PASSRATE-REPORT-OK            VALUE "00".
001110
001120 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
001130     88  HISTORY-EOF                      VALUE "Y".
001140
001150 01  WK-TARGET-YYYY                   PIC 9(04).
001160 01  WK-TARGET-MM                     PIC 9(02).
001170
001180 01  CT-SCREENED                 PIC 9(07) COMP VALUE ZERO.
001190 01  CT-PASS-COUNT                PIC 9(07) COMP VALUE ZERO.
001200 01  CT-FAIL-COUNT                PIC 9(07) COMP VALUE ZERO.
001210 01  CT-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
001220 01  CT-DUPL-COUNT                PIC 9(07) COMP VALUE ZERO.
001230 01  CT-WDRN-COUNT                PIC 9(07) COMP VALUE ZERO.
001240 01  CT-STG2-SCREENED             PIC 9(07) COMP VALUE ZERO.
001250 01  CT-PASS2-COUNT               PIC 9(07) COMP VALUE ZERO.
001260 01  CT-FAIL2-COUNT               PIC 9(07) COMP VALUE ZERO.
001270
001280* ------------------------------------------------------------ *
001290*  PER-POSITION FUNNEL TALLIES                                  *
001300*    Entries written before positions existed fall under the    *
001310*    blank position.                                            *
001320* ------------------------------------------------------------ *
001330 01  POSITION-TABLE.
001340     05  PT-COUNT                PIC 9(03) COMP VALUE ZERO.
001350     05  PT-IDX                  PIC 9(03) COMP VALUE ZERO.
001360     05  PT-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
001370     05  PT-ENTRY OCCURS 50 TIMES.
001380         10  PT-POSITION              PIC X(08).
001390         10  PT-SCREENED         PIC 9(07) COMP.
001400         10  PT-PASS             PIC 9(07) COMP.
001410         10  PT-FAIL             PIC 9(07) COMP.
001420         10  PT-PASS2            PIC 9(07) COMP.
001430
001440 01  SW-PT-FOUND                      PIC X(01)   VALUE "N".
001450     88  PT-FOUND                         VALUE "Y".
001460     88  PT-NOT-FOUND                     VALUE "N".
001470
001480 01  WK-PASS-RATE                     PIC 999V99.
001490
001500 01  FS-RUN-CONTROL                   PIC X(02).
001510     88  FS-RUNCTL-OK                     VALUE "00".
001520
001530 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
001540     88  RUN-CONTROL-EOF                  VALUE "Y".
001550
001560* The run number of the execution this report was produced
001570* under - the latest entry on the run-control journal.
001580 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
001590
001600 01  RPT-HEADING-1.
001610     05  FILLER                       PIC X(30)
001620             VALUE "MONTHLY PASS-RATE REPORT".
001630     05  FILLER                       PIC X(06)   VALUE "YEAR ".
001640     05  RPT-H-YYYY                   PIC 9999.
001650     05  FILLER                       PIC X(01)   VALUE "-".
001660     05  RPT-H-MM                     PIC 99.
001670     05  FILLER                       PIC X(06)   VALUE "  RUN ".
001680     05  RPT-H-RUN-NUMBER             PIC 9(07).
001690     05  FILLER                       PIC X(24)   VALUE SPACES.
001700
001710 01  RPT-LINE-1.
001720     05  FILLER                       PIC X(24)
001730             VALUE "APPLICANTS SCREENED . .".
001740     05  RPT-L-SCREENED               PIC ZZZ,ZZ9.
001750
001760 01  RPT-LINE-2.
001770     05  FILLER                       PIC X(24)
001780             VALUE "PASSED STAGE 1  . . . .".
001790     05  RPT-L-PASS                   PIC ZZZ,ZZ9.
001800
001810 01  RPT-LINE-3.
001820     05  FILLER                       PIC X(24)
001830             VALUE "FAILED STAGE 1  . . . .".
001840     05  RPT-L-FAIL                   PIC ZZZ,ZZ9.
001850
001860 01  RPT-LINE-4.
001870     05  FILLER                       PIC X(24)
001880             VALUE "PASS RATE (PERCENT) . .".
001890     05  RPT-L-RATE                   PIC ZZ9.99.
001900
001910 01  RPT-LINE-5.
001920     05  FILLER                       PIC X(24)
001930             VALUE "REJECTED (BAD DATA) . .".
001940     05  RPT-L-REJECT                 PIC ZZZ,ZZ9.
001950
001960 01  RPT-LINE-6.
001970     05  FILLER                       PIC X(24)
001980             VALUE "DUPLICATE (PRIOR) . . .".
001990     05  RPT-L-DUPL                   PIC ZZZ,ZZ9.
002000
002010 01  RPT-LINE-7.
002020     05  FILLER                       PIC X(24)
002030             VALUE "WITHDRAWN . . . . . . .".
002040     05  RPT-L-WDRN                   PIC ZZZ,ZZ9.
002050
002060 01  RPT-LINE-8.
002070     05  FILLER                       PIC X(24)
002080             VALUE "PASSED STAGE 2  . . . .".
002090     05  RPT-L-PASS2                  PIC ZZZ,ZZ9.
002100
002110 01  RPT-LINE-9.
002120     05  FILLER                       PIC X(24)
002130             VALUE "FAILED STAGE 2  . . . .".
002140     05  RPT-L-FAIL2                  PIC ZZZ,ZZ9.
002150
002160 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
002170
002180 01  RPT-POSITION-HEADING.
002190     05  FILLER                       PIC X(20)
002200             VALUE "RESULTS BY POSITION:".
002210     05  FILLER                       PIC X(60)   VALUE SPACES.
002220
002230 01  RPT-POSITION-LINE.
002240     05  RPT-P-POSITION               PIC X(08).
002250     05  FILLER                       PIC X(11)
002260             VALUE "  SCREENED ".
002270     05  RPT-P-SCREENED               PIC ZZZ,ZZ9.
002280     05  FILLER                       PIC X(06)   VALUE " PASS ".
002290     05  RPT-P-PASS                   PIC ZZZ,ZZ9.
002300     05  FILLER                       PIC X(06)   VALUE " FAIL ".
002310     05  RPT-P-FAIL                   PIC ZZZ,ZZ9.
002320     05  FILLER                       PIC X(06)   VALUE " PAS2 ".
002330     05  RPT-P-PASS2                  PIC ZZZ,ZZ9.
002340     05  FILLER                       PIC X(15)   VALUE SPACES.
002350
002360 PROCEDURE DIVISION.
002370
002380******************************************************************
002390* 0000-MAINLINE                                                 *
002400******************************************************************
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002430     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
002440         UNTIL HISTORY-EOF.
002450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002460     STOP RUN.
002470
002480 1000-INITIALIZE.
002490     DISPLAY "TARGET YEAR (YYYY) . . . . .".
002500     ACCEPT WK-TARGET-YYYY.
002510     DISPLAY "TARGET MONTH (MM)  . . . . .".
002520     ACCEPT WK-TARGET-MM.
002530
002540     OPEN INPUT SCREENING-HISTORY-FILE.
002550     IF NOT FS-SCREENING-HISTORY-OK
002560         DISPLAY "PASSRATE - SCREENING-HISTORY-FILE OPEN FAILED, "
002570                 "STATUS = " FS-SCREENING-HISTORY
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610
002620     OPEN OUTPUT PASSRATE-REPORT.
002630     IF NOT FS-PASSRATE-REPORT-OK
002640         DISPLAY "PASSRATE - PASSRATE-REPORT OPEN FAILED, "
002650                 "STATUS = " FS-PASSRATE-REPORT
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690
002700     MOVE WK-TARGET-YYYY TO RPT-H-YYYY.
002710     MOVE WK-TARGET-MM TO RPT-H-MM.
002720     PERFORM 1100-GET-RUN-NUMBER THRU 1100-EXIT.
002730     WRITE REPORT-LINE FROM RPT-HEADING-1.
002740
002750 1000-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790* 1100-GET-RUN-NUMBER                                           *
002800*   The latest entry on the run-control journal belongs to the  *
002810*   execution this report was produced under - its run number   *
002820*   goes in the heading.  A missing journal just leaves the     *
002830*   heading zero.                                               *
002840******************************************************************
002850 1100-GET-RUN-NUMBER.
002860     OPEN INPUT RUN-CONTROL-FILE.
002870     IF NOT FS-RUNCTL-OK
002880         GO TO 1100-STAMP
002890     END-IF.
002900
002910     PERFORM 1110-READ-ONE-RUNCTL THRU 1110-EXIT
002920         UNTIL RUN-CONTROL-EOF.
002930     CLOSE RUN-CONTROL-FILE.
002940
002950 1100-STAMP.
002960     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
002970
002980 1100-EXIT.
002990     EXIT.
003000
003010 1110-READ-ONE-RUNCTL.
003020     READ RUN-CONTROL-FILE
003030         AT END
003040             SET RUN-CONTROL-EOF TO TRUE
003050             GO TO 1110-EXIT
003060     END-READ.
003070
003080     IF RUN-NUMBER-X IS NUMERIC
003090         MOVE RUN-NUMBER TO WK-RUN-NUMBER
003100     END-IF.
003110
003120 1110-EXIT.
003130     EXIT.
003140
003150 2000-PROCESS-HISTORY.
003160     READ SCREENING-HISTORY-FILE
003170         AT END
003180             SET HISTORY-EOF TO TRUE
003190             GO TO 2000-EXIT
003200     END-READ.
003210
003220     IF HIST-RUN-YYYY IS EQUAL TO WK-TARGET-YYYY
003230        AND HIST-RUN-MM IS EQUAL TO WK-TARGET-MM
003240         PERFORM 2100-TALLY-HISTORY-ENTRY THRU 2100-EXIT
003250     END-IF.
003260
003270 2000-EXIT.
003280     EXIT.
003290
003300 2100-TALLY-HISTORY-ENTRY.
003310* Stage-2 entries feed the bottom of the funnel; interview
003320* (stage 3) and offer (stage O) entries are outcomes, not
003330* screening decisions, and erasure entries are no decision at
003340* all.  An override is a director's ruling on a decision this
003350* report has already counted.
003360     IF NOT HIST-NOT-OVERRIDDEN
003370         GO TO 2100-EXIT
003380     END-IF.
003390     IF HIST-STAGE-2
003400         ADD 1 TO CT-STG2-SCREENED
003410         IF HIST-RESULT-PASS
003420             ADD 1 TO CT-PASS2-COUNT
003430         ELSE
003440             ADD 1 TO CT-FAIL2-COUNT
003450         END-IF
003460         PERFORM 2300-TALLY-STG2-POSITION THRU 2300-EXIT
003470         GO TO 2100-EXIT
003480     END-IF.
003490     IF HIST-STAGE-INTERVIEW OR HIST-STAGE-ERASURE
003500        OR HIST-STAGE-OFFER
003510         GO TO 2100-EXIT
003520     END-IF.
003530
003540     IF HIST-RESULT-REJECT
003550         ADD 1 TO CT-REJECT-COUNT
003560     ELSE
003570     IF HIST-RESULT-DUPL
003580         ADD 1 TO CT-DUPL-COUNT
003590     ELSE
003600     IF HIST-RESULT-WDRN
003610         ADD 1 TO CT-WDRN-COUNT
003620     ELSE
003630         ADD 1 TO CT-SCREENED
003640         IF HIST-RESULT-PASS
003650             ADD 1 TO CT-PASS-COUNT
003660         ELSE
003670             ADD 1 TO CT-FAIL-COUNT
003680         END-IF
003690         PERFORM 2200-TALLY-POSITION THRU 2200-EXIT
003700     END-IF
003710     END-IF
003720     END-IF.
003730
003740 2100-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780* 2200-TALLY-POSITION                                           *
003790*   Adds a screened entry to the funnel tallies for its         *
003800*   position, opening a new tally entry the first time a        *
003810*   position appears.                                           *
003820******************************************************************
003830 2200-TALLY-POSITION.
003840     PERFORM 2210-FIND-POSITION THRU 2210-EXIT.
003850
003860     IF PT-NOT-FOUND
003870         IF PT-COUNT IS NOT LESS THAN 50
003880             DISPLAY "PASSRATE - POSITION-TABLE FULL AT 50 "
003890                     "ENTRIES"
003900             MOVE 16 TO RETURN-CODE
003910             STOP RUN
003920         END-IF
003930         ADD 1 TO PT-COUNT
003940         MOVE PT-COUNT TO PT-FOUND-IDX
003950         MOVE HIST-POSITION TO PT-POSITION (PT-FOUND-IDX)
003960         MOVE ZERO TO PT-SCREENED (PT-FOUND-IDX)
003970         MOVE ZERO TO PT-PASS (PT-FOUND-IDX)
003980         MOVE ZERO TO PT-FAIL (PT-FOUND-IDX)
003990         MOVE ZERO TO PT-PASS2 (PT-FOUND-IDX)
004000     END-IF.
004010
004020     ADD 1 TO PT-SCREENED (PT-FOUND-IDX).
004030     IF HIST-RESULT-PASS
004040         ADD 1 TO PT-PASS (PT-FOUND-IDX)
004050     ELSE
004060         ADD 1 TO PT-FAIL (PT-FOUND-IDX)
004070     END-IF.
004080
004090 2200-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 2300-TALLY-STG2-POSITION                                      *
004140*   Adds a stage-2 pass to the funnel tallies for its           *
004150*   position.  The entry normally exists already from the       *
004160*   candidate's stage-1 pass; one is opened if the stage-1      *
004170*   month fell outside the reporting period.                    *
004180******************************************************************
004190 2300-TALLY-STG2-POSITION.
004200     IF NOT HIST-RESULT-PASS
004210         GO TO 2300-EXIT
004220     END-IF.
004230
004240     PERFORM 2210-FIND-POSITION THRU 2210-EXIT.
004250     IF PT-NOT-FOUND
004260         IF PT-COUNT IS NOT LESS THAN 50
004270             DISPLAY "PASSRATE - POSITION-TABLE FULL AT 50 "
004280                     "ENTRIES"
004290             MOVE 16 TO RETURN-CODE
004300             STOP RUN
004310         END-IF
004320         ADD 1 TO PT-COUNT
004330         MOVE PT-COUNT TO PT-FOUND-IDX
004340         MOVE HIST-POSITION TO PT-POSITION (PT-FOUND-IDX)
004350         MOVE ZERO TO PT-SCREENED (PT-FOUND-IDX)
004360         MOVE ZERO TO PT-PASS (PT-FOUND-IDX)
004370         MOVE ZERO TO PT-FAIL (PT-FOUND-IDX)
004380         MOVE ZERO TO PT-PASS2 (PT-FOUND-IDX)
004390     END-IF.
004400
004410     ADD 1 TO PT-PASS2 (PT-FOUND-IDX).
004420
004430 2300-EXIT.
004440     EXIT.
004450
004460 2210-FIND-POSITION.
004470     SET PT-NOT-FOUND TO TRUE.
004480     MOVE ZERO TO PT-FOUND-IDX.
004490     PERFORM 2220-MATCH-POSITION THRU 2220-EXIT
004500         VARYING PT-IDX FROM 1 BY 1
004510         UNTIL PT-IDX IS GREATER THAN PT-COUNT
004520            OR PT-FOUND.
004530
004540 2210-EXIT.
004550     EXIT.
004560
004570 2220-MATCH-POSITION.
004580     IF PT-POSITION (PT-IDX) IS EQUAL TO HIST-POSITION
004590         SET PT-FOUND TO TRUE
004600         MOVE PT-IDX TO PT-FOUND-IDX
004610     END-IF.
004620
004630 2220-EXIT.
004640     EXIT.
004650
004660 9000-TERMINATE.
004670     PERFORM 9100-COMPUTE-PASS-RATE THRU 9100-EXIT.
004680
004690     MOVE CT-SCREENED TO RPT-L-SCREENED.
004700     MOVE CT-PASS-COUNT TO RPT-L-PASS.
004710     MOVE CT-FAIL-COUNT TO RPT-L-FAIL.
004720     MOVE WK-PASS-RATE TO RPT-L-RATE.
004730     MOVE CT-REJECT-COUNT TO RPT-L-REJECT.
004740     MOVE CT-DUPL-COUNT TO RPT-L-DUPL.
004750     MOVE CT-WDRN-COUNT TO RPT-L-WDRN.
004760     MOVE CT-PASS2-COUNT TO RPT-L-PASS2.
004770     MOVE CT-FAIL2-COUNT TO RPT-L-FAIL2.
004780     WRITE REPORT-LINE FROM RPT-LINE-1.
004790     WRITE REPORT-LINE FROM RPT-LINE-2.
004800     WRITE REPORT-LINE FROM RPT-LINE-3.
004810     WRITE REPORT-LINE FROM RPT-LINE-8.
004820     WRITE REPORT-LINE FROM RPT-LINE-9.
004830     WRITE REPORT-LINE FROM RPT-LINE-4.
004840     WRITE REPORT-LINE FROM RPT-LINE-5.
004850     WRITE REPORT-LINE FROM RPT-LINE-6.
004860     WRITE REPORT-LINE FROM RPT-LINE-7.
004870
004880     IF PT-COUNT IS GREATER THAN ZERO
004890         WRITE REPORT-LINE FROM RPT-BLANK-LINE
004900         WRITE REPORT-LINE FROM RPT-POSITION-HEADING
004910         PERFORM 9200-PRINT-ONE-POSITION THRU 9200-EXIT
004920             VARYING PT-IDX FROM 1 BY 1
004930             UNTIL PT-IDX IS GREATER THAN PT-COUNT
004940     END-IF.
004950
004960     CLOSE SCREENING-HISTORY-FILE.
004970     CLOSE PASSRATE-REPORT.
004980
004990 9000-EXIT.
005000     EXIT.
005010
005020 9200-PRINT-ONE-POSITION.
005030     MOVE PT-POSITION (PT-IDX) TO RPT-P-POSITION.
005040     MOVE PT-SCREENED (PT-IDX) TO RPT-P-SCREENED.
005050     MOVE PT-PASS (PT-IDX) TO RPT-P-PASS.
005060     MOVE PT-FAIL (PT-IDX) TO RPT-P-FAIL.
005070     MOVE PT-PASS2 (PT-IDX) TO RPT-P-PASS2.
005080     WRITE REPORT-LINE FROM RPT-POSITION-LINE.
005090
005100 9200-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 9100-COMPUTE-PASS-RATE                                        *
005150*   Persentase kelulusan = lulus / total diskrining * 100.      *
005160******************************************************************
005170 9100-COMPUTE-PASS-RATE.
005180     MOVE ZERO TO WK-PASS-RATE.
005190     IF CT-SCREENED IS EQUAL TO ZERO
005200         GO TO 9100-EXIT
005210     END-IF.
005220
005230     COMPUTE WK-PASS-RATE ROUNDED =
005240         (CT-PASS-COUNT * 100) / CT-SCREENED.
005250
005260 9100-EXIT.
005270     EXIT.
005280
005290 END PROGRAM PASSRATE.

000540*                   deletes, and compliance twice asked why
000550*                   the audit trail ends halfway through the
000560*                   process.
000570*   09/10/2026  RD  A criteria band past its CRIT-EXPIRE-DATE
000580*                   (set by CRITMNT) is no longer in force and
000590*                   is skipped at load, as is a record whose
000600*                   expire date is neither blank nor a date.
000610*   09/28/2026  RD  Step restart - the step now records its
000620*                   start and completion against the run
000630*                   number on the run-control journal (step
000640*                   records, see RUNCTL), and screens to the
000650*                   date the run started rather than the
000660*                   clock, so a night finished by the SCRNRSTR
000670*                   job applies the same bands and dates its
000680*                   history the same.  The run is the latest
000690*                   normal or correction run - a withdrawal,
000700*                   results or erasure run in between no
000710*                   longer takes over the heading.  When this
000720*                   step already started for the run, the
000730*                   stage-2 entries it wrote to the history
000740*                   for that run number are loaded first; a
000750*                   candidate already on it keeps the recorded
000760*                   decision and gets no second entry, so a
000770*                   restarted night has exactly one stage-2
000780*                   entry per candidate.  The pass file is
000790*                   still written in full.
000800*   10/05/2026  RD  An override run (type V, see RUNCTL) is
000810*                   continued like a correction run - the
000820*                   OVRDBTCH job screens the stage-1 fails an
000830*                   HR director overturned.
000840*   10/08/2026  RD  Stage-2 history entries now carry the
000850*                   candidate's source channel (HIST-SOURCE, see
000860*                   HISTREC) from the pass record.
000870******************************************************************
000880
000890 IDENTIFICATION DIVISION.
000900 PROGRAM-ID. STAGE2SCR.
000910 AUTHOR. RAMADHAN.
000920 INSTALLATION. HR-RECRUITING.
000930 DATE-WRITTEN. 08/06/2026.
000940 DATE-COMPILED.
000950
000960 ENVIRONMENT DIVISION.
000970 INPUT-OUTPUT SECTION.
000980 FILE-CONTROL.
000990     SELECT STAGE1-PASS-FILE ASSIGN TO "PASS1FILE"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS FS-STAGE1-PASS-FILE.
001020
001030     SELECT STAGE2-REPORT ASSIGN TO "STG2RPT"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS FS-STAGE2-REPORT.
001060
001070     SELECT STAGE2-PASS-FILE ASSIGN TO "PASS2FILE"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS FS-STAGE2-PASS-FILE.
001100
001110     SELECT CRITERIA-FILE ASSIGN TO "CRITFILE"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS FS-CRITERIA-FILE.
001140
001150     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS FS-SCREENING-HISTORY.
001180
001190     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS FS-RUN-CONTROL.
001220
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  STAGE1-PASS-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 COPY CANDREC.
001280
001290 FD  STAGE2-REPORT
001300     LABEL RECORDS ARE STANDARD.
001310 01  REPORT-LINE                      PIC X(80).
001320
001330 FD  STAGE2-PASS-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  STAGE2-PASS-LINE                 PIC X(80).
001360
001370 FD  CRITERIA-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 COPY CRITREC.
001400
001410 FD  SCREENING-HISTORY-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 01  HISTORY-LINE                     PIC X(80).
001440
001450 FD  RUN-CONTROL-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 COPY RUNCTL.
001480
001490 WORKING-STORAGE SECTION.
001500
001510 01  FS-STAGE1-PASS-FILE              PIC X(02).
001520     88  FS-STAGE1-PASS-OK                VALUE "00".
001530 01  FS-STAGE2-REPORT                 PIC X(02).
001540     88  FS-STAGE2-REPORT-OK              VALUE "00".
001550 01  FS-STAGE2-PASS-FILE              PIC X(02).
001560     88  FS-STAGE2-PASS-OK                VALUE "00".
001570 01  FS-CRITERIA-FILE                 PIC X(02).
001580     88  FS-CRITERIA-OK                   VALUE "00".
001590 01  FS-SCREENING-HISTORY             PIC X(02).
001600     88  FS-HISTORY-OK                    VALUE "00".
001610 01  FS-RUN-CONTROL                   PIC X(02).
001620     88  FS-RUNCTL-OK                     VALUE "00".
001630
001640 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
001650     88  RUN-CONTROL-EOF                  VALUE "Y".
001660 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
001670     88  HISTORY-EOF                      VALUE "Y".
001680
001690* The run number of the execution that produced the pass file -
001700* the latest normal, correction or override run on the run-
001710* control journal - with its extract date and the date it
001720* started, which is the date this step screens to.
001730 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
001740 01  WK-RUN-EXTRACT-DATE              PIC 9(08)   VALUE ZERO.
001750 01  WK-RUN-DATE                      PIC 9(08)   VALUE ZERO.
001760
001770* Set when the journal already holds a step record of this
001780* program for the run - the step is being restarted.
001790 01  SW-STEP-RESTART                  PIC X(01)   VALUE "N".
001800     88  STEP-RESTART                     VALUE "Y".
001810     88  STEP-FIRST-ATTEMPT               VALUE "N".
001820
001830 01  SW-CANDIDATE-EOF                 PIC X(01)   VALUE "N".
001840     88  CANDIDATE-EOF                    VALUE "Y".
001850
001860 01  SW-CRITERIA-EOF                  PIC X(01)   VALUE "N".
001870     88  CRITERIA-EOF                     VALUE "Y".
001880
001890 01  SW-STAGE2-CRIT-FOUND             PIC X(01)   VALUE "N".
001900     88  STAGE2-CRIT-FOUND                VALUE "Y".
001910
001920 01  WK-TODAY                         PIC 9(08).
001930
001940* ------------------------------------------------------------ *
001950*  STAGE-2 AGE BANDS IN FORCE THIS RUN                          *
001960*    One entry per position with a band of its own, plus the    *
001970*    blank-position default every run must have.  Per entry,    *
001980*    the criteria record with the latest effective date on or   *
001990*    before the run date wins.                                  *
002000* ------------------------------------------------------------ *
002010 01  CRITERIA-TABLE.
002020     05  CR-COUNT                PIC 9(03) COMP VALUE ZERO.
002030     05  CR-IDX                  PIC 9(03) COMP VALUE ZERO.
002040     05  CR-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
002050     05  CR-ENTRY OCCURS 100 TIMES.
002060         10  CR-POSITION              PIC X(08).
002070         10  CR-EFF-DATE              PIC 9(08).
002080         10  CR-MIN-AGE               PIC 9(03).
002090         10  CR-MAX-AGE               PIC 9(03).
002100
002110 01  SW-CR-FOUND                      PIC X(01)   VALUE "N".
002120     88  CR-FOUND                         VALUE "Y".
002130     88  CR-NOT-FOUND                     VALUE "N".
002140
002150 01  WK-SEARCH-POSITION               PIC X(08).
002160
002170* The band selected for the candidate being screened - the
002180* entry for the candidate's position, or the default.
002190 01  WK-STAGE2-MIN-AGE                PIC 9(03)   VALUE ZERO.
002200 01  WK-STAGE2-MAX-AGE                PIC 9(03)   VALUE ZERO.
002210
002220
002230 01  CT-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
002240 01  CT-PASS-COUNT                PIC 9(07) COMP VALUE ZERO.
002250 01  CT-FAIL-COUNT                PIC 9(07) COMP VALUE ZERO.
002260 01  CT-ALREADY-DONE              PIC 9(07) COMP VALUE ZERO.
002270
002280* ------------------------------------------------------------ *
002290*  DECISIONS AN EARLIER ATTEMPT AT THIS RUN ALREADY WROTE       *
002300*    Loaded from the history only when the step is restarted - *
002310*    one entry per stage-2 history entry carrying the run      *
002320*    number.                                                   *
002330* ------------------------------------------------------------ *
002340 01  DONE-TABLE.
002350     05  DN-COUNT                PIC 9(05) COMP VALUE ZERO.
002360     05  DN-IDX                  PIC 9(05) COMP VALUE ZERO.
002370     05  DN-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
002380     05  DN-ENTRY OCCURS 5000 TIMES.
002390         10  DN-CAND-ID               PIC X(10).
002400         10  DN-RESULT                PIC X(04).
002410
002420 01  SW-DN-FOUND                      PIC X(01)   VALUE "N".
002430     88  DN-FOUND                         VALUE "Y".
002440     88  DN-NOT-FOUND                     VALUE "N".
002450
002460* ------------------------------------------------------------ *
002470*  SCREENING HISTORY / AUDIT ENTRY LAYOUT                       *
002480* ------------------------------------------------------------ *
002490 COPY HISTREC.
002500
002510* ------------------------------------------------------------ *
002520*  PER-POSITION RESULT TALLIES                                  *
002530*    Printed as the by-position breakdown at the bottom of the  *
002540*    report.                                                    *
002550* ------------------------------------------------------------ *
002560 01  POSITION-TABLE.
002570     05  PT-COUNT                PIC 9(03) COMP VALUE ZERO.
002580     05  PT-IDX                  PIC 9(03) COMP VALUE ZERO.
002590     05  PT-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
002600     05  PT-ENTRY OCCURS 50 TIMES.
002610         10  PT-POSITION              PIC X(08).
002620         10  PT-TOTAL            PIC 9(07) COMP.
002630         10  PT-PASS             PIC 9(07) COMP.
002640         10  PT-FAIL             PIC 9(07) COMP.
002650
002660 01  SW-PT-FOUND                      PIC X(01)   VALUE "N".
002670     88  PT-FOUND                         VALUE "Y".
002680     88  PT-NOT-FOUND                     VALUE "N".
002690
002700 01  RPT-HEADING-1.
002710     05  FILLER                       PIC X(30)
002720             VALUE "TAHAP KEDUA SCREENING REPORT".
002730     05  FILLER                       PIC X(06)   VALUE "  RUN ".
002740     05  RPT-H-RUN-NUMBER             PIC 9(07).
002750     05  FILLER                       PIC X(37)   VALUE SPACES.
002760
002770* One heading line per age band in force - the default band
002780* prints as *DEFAULT.
002790 01  RPT-HEADING-CRIT.
002800     05  FILLER                       PIC X(18)
002810             VALUE "AGE BAND IN FORCE ".
002820     05  RPT-H-POSITION               PIC X(08).
002830     05  FILLER                       PIC X(01)   VALUE SPACE.
002840     05  RPT-H-MIN-AGE                PIC ZZ9.
002850     05  FILLER                       PIC X(03)   VALUE " - ".
002860     05  RPT-H-MAX-AGE                PIC ZZ9.
002870     05  FILLER                       PIC X(06)   VALUE " (EFF ".
002880     05  RPT-H-EFF-DATE               PIC 9(08).
002890     05  FILLER                       PIC X(01)   VALUE ")".
002900     05  FILLER                       PIC X(29)   VALUE SPACES.
002910
002920 01  RPT-HEADING-2.
002930     05  FILLER                       PIC X(10)   VALUE "CAND ID".
002940     05  FILLER                       PIC X(24)   VALUE "NAME".
002950     05  FILLER                       PIC X(10)
002960             VALUE "POSITION".
002970     05  FILLER                       PIC X(06)   VALUE "AGE".
002980     05  FILLER                       PIC X(30)   VALUE "RESULT".
002990
003000 01  RPT-DETAIL-LINE.
003010     05  RPT-D-ID                     PIC X(10).
003020     05  RPT-D-NAME                   PIC X(24).
003030     05  RPT-D-POSITION               PIC X(10).
003040     05  RPT-D-AGE                    PIC ZZ9.
003050     05  FILLER                       PIC X(03)   VALUE SPACES.
003060     05  RPT-D-RESULT                 PIC X(30).
003070
003080 01  RPT-FOOTER-1.
003090     05  FILLER                       PIC X(24)
003100             VALUE "TOTAL SCREENED    . . .".
003110     05  RPT-F-TOTAL                  PIC ZZZ,ZZ9.
003120
003130 01  RPT-FOOTER-2.
003140     05  FILLER                       PIC X(24)
003150             VALUE "TOTAL PASSED      . . .".
003160     05  RPT-F-PASS                   PIC ZZZ,ZZ9.
003170
003180 01  RPT-FOOTER-3.
003190     05  FILLER                       PIC X(24)
003200             VALUE "TOTAL FAILED      . . .".
003210     05  RPT-F-FAIL                   PIC ZZZ,ZZ9.
003220
003230 01  RPT-FOOTER-4.
003240     05  FILLER                       PIC X(24)
003250             VALUE "ALREADY ON HISTORY  . .".
003260     05  RPT-F-ALREADY-DONE           PIC ZZZ,ZZ9.
003270
003280 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
003290
003300 01  RPT-POSITION-HEADING.
003310     05  FILLER                       PIC X(20)
003320             VALUE "RESULTS BY POSITION:".
003330     05  FILLER                       PIC X(60)   VALUE SPACES.
003340
003350 01  RPT-POSITION-LINE.
003360     05  RPT-P-POSITION               PIC X(08).
003370     05  FILLER                       PIC X(06)   VALUE "  TOT ".
003380     05  RPT-P-TOTAL                  PIC ZZZ,ZZ9.
003390     05  FILLER                       PIC X(06)   VALUE " PASS ".
003400     05  RPT-P-PASS                   PIC ZZZ,ZZ9.
003410     05  FILLER                       PIC X(06)   VALUE " FAIL ".
003420     05  RPT-P-FAIL                   PIC ZZZ,ZZ9.
003430     05  FILLER                       PIC X(33)   VALUE SPACES.
003440
003450 PROCEDURE DIVISION.
003460
003470******************************************************************
003480* 0000-MAINLINE                                                 *
003490******************************************************************
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     PERFORM 2000-PROCESS-CANDIDATES THRU 2000-EXIT
003530         UNTIL CANDIDATE-EOF.
003540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003550     STOP RUN.
003560
003570 1000-INITIALIZE.
003580     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
003590
003600     OPEN INPUT STAGE1-PASS-FILE.
003610     IF NOT FS-STAGE1-PASS-OK
003620         DISPLAY "STAGE2SCR - STAGE1-PASS-FILE OPEN FAILED, "
003630                 "STATUS = " FS-STAGE1-PASS-FILE
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670
003680     OPEN OUTPUT STAGE2-REPORT.
003690     IF NOT FS-STAGE2-REPORT-OK
003700         DISPLAY "STAGE2SCR - STAGE2-REPORT OPEN FAILED, "
003710                 "STATUS = " FS-STAGE2-REPORT
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750
003760     OPEN OUTPUT STAGE2-PASS-FILE.
003770     IF NOT FS-STAGE2-PASS-OK
003780         DISPLAY "STAGE2SCR - STAGE2-PASS-FILE OPEN FAILED, "
003790                 "STATUS = " FS-STAGE2-PASS-FILE
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830
003840* The run is found first - the bands in force are the ones for
003850* the date the run started.
003860     PERFORM 1200-GET-RUN-NUMBER THRU 1200-EXIT.
003870     PERFORM 1100-LOAD-CRITERIA THRU 1100-EXIT.
003880     IF STEP-RESTART
003890         PERFORM 1300-LOAD-DONE-DECISIONS THRU 1300-EXIT
003900     END-IF.
003910     PERFORM 1250-WRITE-STEP-START THRU 1250-EXIT.
003920
003930* Every stage-2 decision joins the audit trail - the history
003940* is an append journal, created on the very first run.
003950     OPEN EXTEND SCREENING-HISTORY-FILE.
003960     IF NOT FS-HISTORY-OK
003970         CLOSE SCREENING-HISTORY-FILE
003980         OPEN OUTPUT SCREENING-HISTORY-FILE
003990     END-IF.
004000
004010     WRITE REPORT-LINE FROM RPT-HEADING-1.
004020     PERFORM 1140-PRINT-CRIT-HEADINGS THRU 1140-EXIT.
004030     WRITE REPORT-LINE FROM RPT-HEADING-2.
004040
004050 1000-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090* 1100-LOAD-CRITERIA                                            *
004100*   Reads the shared screening-criteria file, validates every   *
004110*   record, and keeps one stage-2 band per position - the      *
004120*   record with the latest effective date on or before the    *
004130*   run date wins per position.  A bad record or no default   *
004140*   (blank-position) band in force fails the step.             *
004150******************************************************************
004160 1100-LOAD-CRITERIA.
004170     OPEN INPUT CRITERIA-FILE.
004180     IF NOT FS-CRITERIA-OK
004190         DISPLAY "STAGE2SCR - CRITERIA-FILE OPEN FAILED, "
004200                 "STATUS = " FS-CRITERIA-FILE
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240
004250     PERFORM 1110-LOAD-ONE-CRITERIA THRU 1110-EXIT
004260         UNTIL CRITERIA-EOF.
004270     CLOSE CRITERIA-FILE.
004280
004290     IF NOT STAGE2-CRIT-FOUND
004300         DISPLAY "STAGE2SCR - NO DEFAULT STAGE-2 CRITERIA "
004310                 "IN FORCE FOR " WK-RUN-DATE
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350
004360 1100-EXIT.
004370     EXIT.
004380
004390 1110-LOAD-ONE-CRITERIA.
004400     READ CRITERIA-FILE
004410         AT END
004420             SET CRITERIA-EOF TO TRUE
004430             GO TO 1110-EXIT
004440     END-READ.
004450
004460     IF (NOT CRIT-STAGE-1 AND NOT CRIT-STAGE-2)
004470        OR CRIT-EFFECTIVE-DATE-X IS NOT NUMERIC
004480        OR CRIT-MIN-AGE-X IS NOT NUMERIC
004490        OR CRIT-MAX-AGE-X IS NOT NUMERIC
004500        OR (NOT CRIT-NO-EXPIRY
004510            AND CRIT-EXPIRE-DATE-X IS NOT NUMERIC)
004520         DISPLAY "STAGE2SCR - BAD CRITERIA RECORD: "
004530                 CRITERIA-RECORD
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     IF CRIT-MIN-AGE IS GREATER THAN CRIT-MAX-AGE
004580         DISPLAY "STAGE2SCR - CRITERIA MIN AGE EXCEEDS MAX: "
004590                 CRITERIA-RECORD
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630
004640     IF CRIT-STAGE-2
004650        AND CRIT-EFFECTIVE-DATE IS NOT GREATER THAN WK-RUN-DATE
004660        AND (CRIT-NO-EXPIRY
004670             OR CRIT-EXPIRE-DATE IS GREATER THAN WK-RUN-DATE)
004680         PERFORM 1130-POST-CRIT-ENTRY THRU 1130-EXIT
004690     END-IF.
004700
004710 1110-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 1130-POST-CRIT-ENTRY                                          *
004760*   Posts the in-force criteria record into CRITERIA-TABLE -   *
004770*   overlaying the entry for its position when the effective   *
004780*   date is as late or later, adding a new entry if the        *
004790*   position has none yet.  Posting the default (blank         *
004800*   position) band satisfies the job-start check.              *
004810******************************************************************
004820 1130-POST-CRIT-ENTRY.
004830     MOVE CRIT-POSITION TO WK-SEARCH-POSITION.
004840     PERFORM 1120-FIND-CRIT-ENTRY THRU 1120-EXIT.
004850
004860     IF CR-NOT-FOUND
004870         IF CR-COUNT IS NOT LESS THAN 100
004880             DISPLAY "STAGE2SCR - CRITERIA-TABLE FULL AT "
004890                     "100 ENTRIES"
004900             MOVE 16 TO RETURN-CODE
004910             STOP RUN
004920         END-IF
004930         ADD 1 TO CR-COUNT
004940         MOVE CR-COUNT TO CR-FOUND-IDX
004950         MOVE CRIT-POSITION TO CR-POSITION (CR-FOUND-IDX)
004960         MOVE ZERO TO CR-EFF-DATE (CR-FOUND-IDX)
004970     END-IF.
004980
004990     IF CRIT-EFFECTIVE-DATE IS NOT LESS THAN
005000        CR-EFF-DATE (CR-FOUND-IDX)
005010         MOVE CRIT-EFFECTIVE-DATE TO CR-EFF-DATE (CR-FOUND-IDX)
005020         MOVE CRIT-MIN-AGE TO CR-MIN-AGE (CR-FOUND-IDX)
005030         MOVE CRIT-MAX-AGE TO CR-MAX-AGE (CR-FOUND-IDX)
005040         IF CRIT-DEFAULT-BAND
005050             SET STAGE2-CRIT-FOUND TO TRUE
005060         END-IF
005070     END-IF.
005080
005090 1130-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130* 1120-FIND-CRIT-ENTRY                                          *
005140*   Serial search of CRITERIA-TABLE for WK-SEARCH-POSITION.     *
005150******************************************************************
005160 1120-FIND-CRIT-ENTRY.
005170     SET CR-NOT-FOUND TO TRUE.
005180     MOVE ZERO TO CR-FOUND-IDX.
005190     PERFORM 1125-MATCH-CRIT-ENTRY THRU 1125-EXIT
005200         VARYING CR-IDX FROM 1 BY 1
005210         UNTIL CR-IDX IS GREATER THAN CR-COUNT
005220            OR CR-FOUND.
005230
005240 1120-EXIT.
005250     EXIT.
005260
005270 1125-MATCH-CRIT-ENTRY.
005280     IF CR-POSITION (CR-IDX) IS EQUAL TO WK-SEARCH-POSITION
005290         SET CR-FOUND TO TRUE
005300         MOVE CR-IDX TO CR-FOUND-IDX
005310     END-IF.
005320
005330 1125-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370* 1140-PRINT-CRIT-HEADINGS                                      *
005380*   One heading line per age band in force, so a disputed      *
005390*   decision for any position can be checked against the       *
005400*   rules that applied that day.                                *
005410******************************************************************
005420 1140-PRINT-CRIT-HEADINGS.
005430     PERFORM 1145-PRINT-ONE-CRIT THRU 1145-EXIT
005440         VARYING CR-IDX FROM 1 BY 1
005450         UNTIL CR-IDX IS GREATER THAN CR-COUNT.
005460
005470 1140-EXIT.
005480     EXIT.
005490
005500 1145-PRINT-ONE-CRIT.
005510     IF CR-POSITION (CR-IDX) IS EQUAL TO SPACES
005520         MOVE "*DEFAULT" TO RPT-H-POSITION
005530     ELSE
005540         MOVE CR-POSITION (CR-IDX) TO RPT-H-POSITION
005550     END-IF.
005560     MOVE CR-MIN-AGE (CR-IDX) TO RPT-H-MIN-AGE.
005570     MOVE CR-MAX-AGE (CR-IDX) TO RPT-H-MAX-AGE.
005580     MOVE CR-EFF-DATE (CR-IDX) TO RPT-H-EFF-DATE.
005590     WRITE REPORT-LINE FROM RPT-HEADING-CRIT.
005600
005610 1145-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 1200-GET-RUN-NUMBER                                           *
005660*   The latest normal, correction or override run on the run-   *
005670*   control journal produced the pass file - its run number     *
005680*   goes in the report heading and on the history,              *
005690*   and the date it started is the date screened to.  A step    *
005700*   record of this program for that run means the step is      *
005710*   being restarted.  A missing journal just leaves the         *
005720*   heading zero (history predating run control) and the       *
005730*   date today's.                                               *
005740******************************************************************
005750 1200-GET-RUN-NUMBER.
005760     OPEN INPUT RUN-CONTROL-FILE.
005770     IF NOT FS-RUNCTL-OK
005780         GO TO 1200-STAMP
005790     END-IF.
005800
005810     PERFORM 1210-READ-ONE-RUNCTL THRU 1210-EXIT
005820         UNTIL RUN-CONTROL-EOF.
005830     CLOSE RUN-CONTROL-FILE.
005840
005850 1200-STAMP.
005860     IF WK-RUN-DATE IS EQUAL TO ZERO
005870         MOVE WK-TODAY TO WK-RUN-DATE
005880     END-IF.
005890     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
005900
005910 1200-EXIT.
005920     EXIT.
005930
005940 1210-READ-ONE-RUNCTL.
005950     READ RUN-CONTROL-FILE
005960         AT END
005970             SET RUN-CONTROL-EOF TO TRUE
005980             GO TO 1210-EXIT
005990     END-READ.
006000
006010     IF RUN-NUMBER-X IS NOT NUMERIC
006020         GO TO 1210-EXIT
006030     END-IF.
006040
006050* The STARTED record comes first, so a run's date is the day
006060* it started even when a checkpoint restart completed it.
006070     IF RUN-TYPE-NORMAL OR RUN-TYPE-CORRECTION
006080        OR RUN-TYPE-OVERRIDE
006090         IF RUN-NUMBER IS NOT EQUAL TO WK-RUN-NUMBER
006100             MOVE RUN-NUMBER TO WK-RUN-NUMBER
006110             MOVE RUN-EXTRACT-DATE TO WK-RUN-EXTRACT-DATE
006120             MOVE RUN-EVENT-DATE TO WK-RUN-DATE
006130             SET STEP-FIRST-ATTEMPT TO TRUE
006140         END-IF
006150         GO TO 1210-EXIT
006160     END-IF.
006170
006180     IF RUN-TYPE-STEP
006190        AND RUN-STEP-STAGE2SCR
006200        AND RUN-NUMBER IS EQUAL TO WK-RUN-NUMBER
006210         SET STEP-RESTART TO TRUE
006220     END-IF.
006230
006240 1210-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280* 1250-WRITE-STEP-START                                         *
006290*   Appends this step's STARTED record for the run to the       *
006300*   run-control journal.  With no run on file there is         *
006310*   nothing to record it against.                               *
006320******************************************************************
006330 1250-WRITE-STEP-START.
006340     IF WK-RUN-NUMBER IS EQUAL TO ZERO
006350         GO TO 1250-EXIT
006360     END-IF.
006370
006380     OPEN EXTEND RUN-CONTROL-FILE.
006390     IF NOT FS-RUNCTL-OK
006400         CLOSE RUN-CONTROL-FILE
006410         OPEN OUTPUT RUN-CONTROL-FILE
006420     END-IF.
006430     MOVE SPACES TO RUNCTL-RECORD.
006440     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
006450     SET RUN-STARTED TO TRUE.
006460     SET RUN-TYPE-STEP TO TRUE.
006470     SET RUN-STEP-STAGE2SCR TO TRUE.
006480     MOVE WK-RUN-EXTRACT-DATE TO RUN-EXTRACT-DATE.
006490     MOVE WK-TODAY TO RUN-EVENT-DATE.
006500     MOVE ZERO TO RUN-READ-COUNT RUN-PASS-COUNT RUN-FAIL-COUNT
006510                  RUN-REJECT-COUNT RUN-DUPL-COUNT.
006520     WRITE RUNCTL-RECORD.
006530     CLOSE RUN-CONTROL-FILE.
006540
006550     IF STEP-RESTART
006560         DISPLAY "STAGE2SCR - RESTARTING STAGE 2 FOR RUN "
006570                 WK-RUN-NUMBER
006580     END-IF.
006590
006600 1250-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640* 1300-LOAD-DONE-DECISIONS                                      *
006650*   Restart only - loads every stage-2 history entry carrying   *
006660*   this run number, i.e. the decisions an earlier attempt at   *
006670*   the run wrote before it failed.                             *
006680******************************************************************
006690 1300-LOAD-DONE-DECISIONS.
006700     OPEN INPUT SCREENING-HISTORY-FILE.
006710     IF NOT FS-HISTORY-OK
006720         GO TO 1300-EXIT
006730     END-IF.
006740
006750     PERFORM 1310-LOAD-ONE-DONE THRU 1310-EXIT
006760         UNTIL HISTORY-EOF.
006770     CLOSE SCREENING-HISTORY-FILE.
006780
006790 1300-EXIT.
006800     EXIT.
006810
006820 1310-LOAD-ONE-DONE.
006830     READ SCREENING-HISTORY-FILE INTO HIST-RECORD
006840         AT END
006850             SET HISTORY-EOF TO TRUE
006860             GO TO 1310-EXIT
006870     END-READ.
006880
006890     IF NOT HIST-STAGE-2
006900        OR HIST-RUN-NUMBER-X IS NOT NUMERIC
006910         GO TO 1310-EXIT
006920     END-IF.
006930     IF HIST-RUN-NUMBER IS NOT EQUAL TO WK-RUN-NUMBER
006940         GO TO 1310-EXIT
006950     END-IF.
006960
006970     IF DN-COUNT IS NOT LESS THAN 5000
006980         DISPLAY "STAGE2SCR - DONE-TABLE FULL AT 5000 ENTRIES"
006990         MOVE 16 TO RETURN-CODE
007000         STOP RUN
007010     END-IF.
007020     ADD 1 TO DN-COUNT.
007030     MOVE HIST-CAND-ID TO DN-CAND-ID (DN-COUNT).
007040     MOVE HIST-RESULT TO DN-RESULT (DN-COUNT).
007050
007060 1310-EXIT.
007070     EXIT.
007080
007090 2000-PROCESS-CANDIDATES.
007100     READ STAGE1-PASS-FILE
007110         AT END
007120             SET CANDIDATE-EOF TO TRUE
007130             GO TO 2000-EXIT
007140     END-READ.
007150     ADD 1 TO CT-RECORDS-READ.
007160
007170* On a restart a candidate an earlier attempt already decided
007180* keeps that decision and gets no second history entry.
007190     PERFORM 2050-FIND-DONE THRU 2050-EXIT.
007200     IF DN-FOUND
007210         PERFORM 2060-TAKE-DONE-DECISION THRU 2060-EXIT
007220     ELSE
007230         PERFORM 2100-SCREEN-CANDIDATE THRU 2100-EXIT
007240     END-IF.
007250     PERFORM 2700-TALLY-POSITION THRU 2700-EXIT.
007260     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
007270     IF DN-NOT-FOUND
007280         PERFORM 2400-WRITE-HISTORY-ENTRY THRU 2400-EXIT
007290     END-IF.
007300     IF CAND-STAGE2-PASS
007310         PERFORM 2300-WRITE-STAGE2-PASS THRU 2300-EXIT
007320     END-IF.
007330
007340 2000-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380* 2050-FIND-DONE                                                *
007390*   Serial search of DONE-TABLE for the candidate just read -   *
007400*   the table is empty unless the step is restarted.            *
007410******************************************************************
007420 2050-FIND-DONE.
007430     SET DN-NOT-FOUND TO TRUE.
007440     MOVE ZERO TO DN-FOUND-IDX.
007450     PERFORM 2055-MATCH-DONE THRU 2055-EXIT
007460         VARYING DN-IDX FROM 1 BY 1
007470         UNTIL DN-IDX IS GREATER THAN DN-COUNT
007480            OR DN-FOUND.
007490
007500 2050-EXIT.
007510     EXIT.
007520
007530 2055-MATCH-DONE.
007540     IF DN-CAND-ID (DN-IDX) IS EQUAL TO CAND-ID
007550         SET DN-FOUND TO TRUE
007560         MOVE DN-IDX TO DN-FOUND-IDX
007570     END-IF.
007580
007590 2055-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630* 2060-TAKE-DONE-DECISION                                       *
007640*   The decision the earlier attempt recorded stands - it is    *
007650*   counted, reported and chained like a fresh one.             *
007660******************************************************************
007670 2060-TAKE-DONE-DECISION.
007680     ADD 1 TO CT-ALREADY-DONE.
007690     MOVE DN-RESULT (DN-FOUND-IDX) TO CAND-STAGE2-RESULT.
007700     IF CAND-STAGE2-PASS
007710         ADD 1 TO CT-PASS-COUNT
007720     ELSE
007730         ADD 1 TO CT-FAIL-COUNT
007740     END-IF.
007750
007760 2060-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800* 2100-SCREEN-CANDIDATE                                         *
007810*   Tahap kedua - mempersempit tahap pertama ke rentang umur    *
007820*   inti dari berkas kriteria sebelum wawancara.                *
007830******************************************************************
007840 2100-SCREEN-CANDIDATE.
007850* The band for the candidate's position - or the default when
007860* the position has no band of its own.
007870     PERFORM 2150-SELECT-CRITERIA THRU 2150-EXIT.
007880
007890     IF CAND-AGE IS NOT LESS THAN WK-STAGE2-MIN-AGE
007900        AND CAND-AGE IS NOT GREATER THAN WK-STAGE2-MAX-AGE
007910         SET CAND-STAGE2-PASS TO TRUE
007920         ADD 1 TO CT-PASS-COUNT
007930     ELSE
007940         SET CAND-STAGE2-FAIL TO TRUE
007950         ADD 1 TO CT-FAIL-COUNT
007960     END-IF.
007970
007980 2100-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020* 2150-SELECT-CRITERIA                                          *
008030*   Picks the age band for the candidate being screened - the   *
008040*   entry for the candidate's position when it has one, the     *
008050*   default band otherwise.  The default is proved in force     *
008060*   at job start, so there is always a band to select.          *
008070******************************************************************
008080 2150-SELECT-CRITERIA.
008090     MOVE CAND-POSITION TO WK-SEARCH-POSITION.
008100     PERFORM 1120-FIND-CRIT-ENTRY THRU 1120-EXIT.
008110     IF CR-NOT-FOUND
008120         MOVE SPACES TO WK-SEARCH-POSITION
008130         PERFORM 1120-FIND-CRIT-ENTRY THRU 1120-EXIT
008140     END-IF.
008150
008160     MOVE CR-MIN-AGE (CR-FOUND-IDX) TO WK-STAGE2-MIN-AGE.
008170     MOVE CR-MAX-AGE (CR-FOUND-IDX) TO WK-STAGE2-MAX-AGE.
008180
008190 2150-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230* 2700-TALLY-POSITION                                           *
008240*   Adds the decision just made to the tallies for the          *
008250*   candidate's position, opening a new tally entry the first   *
008260*   time a position appears.                                    *
008270******************************************************************
008280 2700-TALLY-POSITION.
008290     PERFORM 2710-FIND-POSITION THRU 2710-EXIT.
008300
008310     IF PT-NOT-FOUND
008320         IF PT-COUNT IS NOT LESS THAN 50
008330             DISPLAY "STAGE2SCR - POSITION-TABLE FULL AT 50 "
008340                     "ENTRIES, CANDIDATE " CAND-ID
008350             MOVE 16 TO RETURN-CODE
008360             STOP RUN
008370         END-IF
008380         ADD 1 TO PT-COUNT
008390         MOVE PT-COUNT TO PT-FOUND-IDX
008400         MOVE CAND-POSITION TO PT-POSITION (PT-FOUND-IDX)
008410         MOVE ZERO TO PT-TOTAL (PT-FOUND-IDX)
008420         MOVE ZERO TO PT-PASS (PT-FOUND-IDX)
008430         MOVE ZERO TO PT-FAIL (PT-FOUND-IDX)
008440     END-IF.
008450
008460     ADD 1 TO PT-TOTAL (PT-FOUND-IDX).
008470     IF CAND-STAGE2-PASS
008480         ADD 1 TO PT-PASS (PT-FOUND-IDX)
008490     ELSE
008500         ADD 1 TO PT-FAIL (PT-FOUND-IDX)
008510     END-IF.
008520
008530 2700-EXIT.
008540     EXIT.
008550
008560 2710-FIND-POSITION.
008570     SET PT-NOT-FOUND TO TRUE.
008580     MOVE ZERO TO PT-FOUND-IDX.
008590     PERFORM 2720-MATCH-POSITION THRU 2720-EXIT
008600         VARYING PT-IDX FROM 1 BY 1
008610         UNTIL PT-IDX IS GREATER THAN PT-COUNT
008620            OR PT-FOUND.
008630
008640 2710-EXIT.
008650     EXIT.
008660
008670 2720-MATCH-POSITION.
008680     IF PT-POSITION (PT-IDX) IS EQUAL TO CAND-POSITION
008690         SET PT-FOUND TO TRUE
008700         MOVE PT-IDX TO PT-FOUND-IDX
008710     END-IF.
008720
008730 2720-EXIT.
008740     EXIT.
008750
008760 2200-WRITE-REPORT-LINE.
008770     MOVE SPACES TO RPT-DETAIL-LINE.
008780     MOVE CAND-ID TO RPT-D-ID.
008790     MOVE CAND-NAME TO RPT-D-NAME.
008800     MOVE CAND-POSITION TO RPT-D-POSITION.
008810     MOVE CAND-AGE TO RPT-D-AGE.
008820     MOVE CAND-STAGE2-RESULT TO RPT-D-RESULT.
008830     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
008840
008850 2200-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890* 2300-WRITE-STAGE2-PASS                                        *
008900*   Chains the candidates who passed tahap kedua to the         *
008910*   interview scheduling job step.                              *
008920******************************************************************
008930 2300-WRITE-STAGE2-PASS.
008940     WRITE STAGE2-PASS-LINE FROM CANDIDATE-RECORD.
008950
008960 2300-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000* 2400-WRITE-HISTORY-ENTRY                                      *
009010*   Appends the stage-2 decision to the audit trail with stage  *
009020*   byte 2, so the history shows the whole funnel instead of    *
009030*   ending at the first gate.                                   *
009040******************************************************************
009050 2400-WRITE-HISTORY-ENTRY.
009060     MOVE SPACES TO HIST-RECORD.
009070     MOVE WK-RUN-DATE TO HIST-RUN-DATE.
009080     MOVE WK-RUN-NUMBER TO HIST-RUN-NUMBER.
009090     MOVE CAND-ID TO HIST-CAND-ID.
009100     MOVE CAND-AGE TO HIST-AGE.
009110     MOVE CAND-STAGE2-RESULT TO HIST-RESULT.
009120     MOVE CAND-POSITION TO HIST-POSITION.
009130     MOVE CAND-SOURCE TO HIST-SOURCE.
009140     SET HIST-STAGE-2 TO TRUE.
009150     WRITE HISTORY-LINE FROM HIST-RECORD.
009160
009170 2400-EXIT.
009180     EXIT.
009190
009200 9000-TERMINATE.
009210     MOVE CT-RECORDS-READ TO RPT-F-TOTAL.
009220     MOVE CT-PASS-COUNT TO RPT-F-PASS.
009230     MOVE CT-FAIL-COUNT TO RPT-F-FAIL.
009240     WRITE REPORT-LINE FROM RPT-FOOTER-1.
009250     WRITE REPORT-LINE FROM RPT-FOOTER-2.
009260     WRITE REPORT-LINE FROM RPT-FOOTER-3.
009270     IF STEP-RESTART
009280         MOVE CT-ALREADY-DONE TO RPT-F-ALREADY-DONE
009290         WRITE REPORT-LINE FROM RPT-FOOTER-4
009300     END-IF.
009310
009320     IF PT-COUNT IS GREATER THAN ZERO
009330         WRITE REPORT-LINE FROM RPT-BLANK-LINE
009340         WRITE REPORT-LINE FROM RPT-POSITION-HEADING
009350         PERFORM 9200-PRINT-ONE-POSITION THRU 9200-EXIT
009360             VARYING PT-IDX FROM 1 BY 1
009370             UNTIL PT-IDX IS GREATER THAN PT-COUNT
009380     END-IF.
009390
009400     CLOSE STAGE1-PASS-FILE.
009410     CLOSE STAGE2-REPORT.
009420     CLOSE STAGE2-PASS-FILE.
009430     CLOSE SCREENING-HISTORY-FILE.
009440
009450     PERFORM 9300-WRITE-STEP-COMPLETE THRU 9300-EXIT.
009460
009470     DISPLAY "STAGE2SCR - STAGE 2 SCREENING COMPLETE".
009480     DISPLAY "  CANDIDATES SCREENED : " CT-RECORDS-READ.
009490     DISPLAY "  PASSED STAGE 2      : " CT-PASS-COUNT.
009500     DISPLAY "  FAILED STAGE 2      : " CT-FAIL-COUNT.
009510     IF STEP-RESTART
009520         DISPLAY "  ALREADY ON HISTORY  : " CT-ALREADY-DONE
009530     END-IF.
009540
009550 9000-EXIT.
009560     EXIT.
009570
009580******************************************************************
009590* 9300-WRITE-STEP-COMPLETE                                      *
009600*   Appends this step's COMPLETED record for the run with its   *
009610*   final counts - the SCRNRSTR job will not run the step       *
009620*   again for the run once it is on file.                       *
009630******************************************************************
009640 9300-WRITE-STEP-COMPLETE.
009650     IF WK-RUN-NUMBER IS EQUAL TO ZERO
009660         GO TO 9300-EXIT
009670     END-IF.
009680
009690     OPEN EXTEND RUN-CONTROL-FILE.
009700     IF NOT FS-RUNCTL-OK
009710         CLOSE RUN-CONTROL-FILE
009720         OPEN OUTPUT RUN-CONTROL-FILE
009730     END-IF.
009740     MOVE SPACES TO RUNCTL-RECORD.
009750     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
009760     SET RUN-COMPLETED TO TRUE.
009770     SET RUN-TYPE-STEP TO TRUE.
009780     SET RUN-STEP-STAGE2SCR TO TRUE.
009790     MOVE WK-RUN-EXTRACT-DATE TO RUN-EXTRACT-DATE.
009800     MOVE WK-TODAY TO RUN-EVENT-DATE.
009810     MOVE CT-RECORDS-READ TO RUN-READ-COUNT.
009820     MOVE CT-PASS-COUNT TO RUN-PASS-COUNT.
009830     MOVE CT-FAIL-COUNT TO RUN-FAIL-COUNT.
009840     MOVE ZERO TO RUN-REJECT-COUNT.
009850     MOVE CT-ALREADY-DONE TO RUN-DUPL-COUNT.
009860     WRITE RUNCTL-RECORD.
009870     CLOSE RUN-CONTROL-FILE.
009880
009890 9300-EXIT.
009900     EXIT.
009910
009920 9200-PRINT-ONE-POSITION.
009930     MOVE PT-POSITION (PT-IDX) TO RPT-P-POSITION.
009940     MOVE PT-TOTAL (PT-IDX) TO RPT-P-TOTAL.
009950     MOVE PT-PASS (PT-IDX) TO RPT-P-PASS.
009960     MOVE PT-FAIL (PT-IDX) TO RPT-P-FAIL.
009970     WRITE REPORT-LINE FROM RPT-POSITION-LINE.
009980
009990 9200-EXIT.
010000     EXIT.
010010
010020 END PROGRAM STAGE2SCR.

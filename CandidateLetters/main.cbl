000340*                   whose name is nowhere on file gets no
000350*                   letter and fails the balance with CC 8,
000360*                   so a missed candidate is never silent.
000370*   09/28/2026  RD  Step restart - added RUN-CONTROL-FILE.  The
000380*                   step now records its start and completion
000390*                   against the run number (step records, see
000400*                   RUNCTL), and letters the run's date - the
000410*                   day the latest normal or correction run
000420*                   started - instead of the clock, so a night
000430*                   finished by the SCRNRSTR job the next
000440*                   morning still letters that night's
000450*                   decisions and bookings.  A failed attempt
000460*                   leaves no letters behind (the letter
000470*                   generation is deleted when the step
000480*                   abends), so a restart writes the whole
000490*                   run again; a run whose letters are already
000500*                   COMPLETED on the journal is refused, so
000510*                   no candidate gets the same letter twice.
000520*   10/05/2026  RD  Override entries (see HISTREC) get no
000530*                   letter from here - OVRDPROC writes the
000540*                   candidate's letter when the override is
000550*                   made, and a FAIL it records on a night's
000560*                   run date would otherwise be answered
000570*                   twice.
000580******************************************************************
000590
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. CANDLETR.
000620 AUTHOR. RAMADHAN.
000630 INSTALLATION. HR-RECRUITING.
000640 DATE-WRITTEN. 09/02/2026.
000650 DATE-COMPILED.
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-SCREENING-HISTORY.
000730
000740     SELECT CANDIDATE-FILE ASSIGN TO "CANDFILE"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-CANDIDATE-FILE.
000770
000780     SELECT INTERVIEW-ASSIGN-FILE ASSIGN TO "INTVASGN"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-ASSIGN-FILE.
000810
000820     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS MAST-CAND-ID
000860         FILE STATUS IS FS-CANDIDATE-MASTER.
000870
000880     SELECT LETTER-FILE ASSIGN TO "LTRFILE"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FS-LETTER-FILE.
000910
000920     SELECT LETTER-REPORT ASSIGN TO "LTRRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS FS-LETTER-REPORT.
000950
000960     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS FS-RUN-CONTROL.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  SCREENING-HISTORY-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY HISTREC.
001050
001060 FD  CANDIDATE-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY CANDREC.
001090
001100 FD  INTERVIEW-ASSIGN-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY INTVASG.
001130
001140 FD  CANDIDATE-MASTER-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY CANDMAST.
001170
001180 FD  LETTER-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  LETTER-LINE                      PIC X(80).
001210
001220 FD  LETTER-REPORT
001230     LABEL RECORDS ARE STANDARD.
001240 01  REPORT-LINE                      PIC X(80).
001250
001260 FD  RUN-CONTROL-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 COPY RUNCTL.
001290
001300 WORKING-STORAGE SECTION.
001310
001320 01  FS-SCREENING-HISTORY             PIC X(02).
001330     88  FS-HISTORY-OK                    VALUE "00".
001340 01  FS-CANDIDATE-FILE                PIC X(02).
001350     88  FS-CANDIDATE-OK                  VALUE "00".
001360 01  FS-ASSIGN-FILE                   PIC X(02).
001370     88  FS-ASSIGN-OK                     VALUE "00".
001380 01  FS-CANDIDATE-MASTER              PIC X(02).
001390     88  FS-MASTER-OK                     VALUE "00".
001400 01  FS-LETTER-FILE                   PIC X(02).
001410     88  FS-LETTER-OK                     VALUE "00".
001420 01  FS-LETTER-REPORT                 PIC X(02).
001430     88  FS-LETTER-REPORT-OK              VALUE "00".
001440 01  FS-RUN-CONTROL                   PIC X(02).
001450     88  FS-RUNCTL-OK                     VALUE "00".
001460
001470 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
001480     88  HISTORY-EOF                      VALUE "Y".
001490 01  SW-CANDIDATE-EOF                 PIC X(01)   VALUE "N".
001500     88  CANDIDATE-EOF                    VALUE "Y".
001510 01  SW-ASSIGN-EOF                    PIC X(01)   VALUE "N".
001520     88  ASSIGN-EOF                       VALUE "Y".
001530 01  SW-NAME-FOUND                    PIC X(01)   VALUE "N".
001540     88  NAME-FOUND                       VALUE "Y".
001550     88  NAME-NOT-FOUND                   VALUE "N".
001560 01  SW-IN-BALANCE                    PIC X(01)   VALUE "Y".
001570     88  LETTERS-IN-BALANCE               VALUE "Y".
001580     88  LETTERS-OUT-OF-BALANCE           VALUE "N".
001590 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
001600     88  RUN-CONTROL-EOF                  VALUE "Y".
001610
001620* The step's own records for the run on the run-control
001630* journal - STARTED means this is a restart, COMPLETED that
001640* the run's letters were already produced.
001650 01  SW-STEP-STATE                    PIC X(01)   VALUE "N".
001660     88  STEP-FIRST-ATTEMPT               VALUE "N".
001670     88  STEP-RESTART                     VALUE "S".
001680     88  STEP-ALREADY-COMPLETE            VALUE "C".
001690
001700 01  CT-S1FAIL-DECISIONS         PIC 9(07) COMP VALUE ZERO.
001710 01  CT-S1FAIL-LETTERS            PIC 9(07) COMP VALUE ZERO.
001720 01  CT-REJT-DECISIONS            PIC 9(07) COMP VALUE ZERO.
001730 01  CT-REJT-LETTERS              PIC 9(07) COMP VALUE ZERO.
001740 01  CT-S2FAIL-DECISIONS          PIC 9(07) COMP VALUE ZERO.
001750 01  CT-S2FAIL-LETTERS            PIC 9(07) COMP VALUE ZERO.
001760 01  CT-INVITE-DECISIONS          PIC 9(07) COMP VALUE ZERO.
001770 01  CT-INVITE-LETTERS            PIC 9(07) COMP VALUE ZERO.
001780 01  CT-NO-NAME                   PIC 9(07) COMP VALUE ZERO.
001790
001800 01  WK-TODAY                         PIC 9(08).
001810 01  WK-SEARCH-CAND-ID                PIC X(10).
001820
001830* The run being lettered - the latest normal or correction run
001840* on the run-control journal - with its extract date and the
001850* date it started, which is the date lettered.
001860 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
001870 01  WK-RUN-EXTRACT-DATE              PIC 9(08)   VALUE ZERO.
001880 01  WK-RUN-DATE                      PIC 9(08)   VALUE ZERO.
001890 01  WK-LETTER-NAME                   PIC X(30).
001900
001910* Comparison work area for the control report check lines.
001920 01  WK-CHECK-CAPTION                 PIC X(34).
001930 01  WK-CHECK-A                  PIC 9(07) COMP VALUE ZERO.
001940 01  WK-CHECK-B                  PIC 9(07) COMP VALUE ZERO.
001950
001960* ------------------------------------------------------------ *
001970*  CANDIDATE NAMES FROM THE DAY'S EXTRACT                       *
001980*    The history carries no name, and a REJT candidate is not   *
001990*    on the master - the extract is the one place every         *
002000*    candidate decided today appears with a name.               *
002010* ------------------------------------------------------------ *
002020 01  NAME-TABLE.
002030     05  NM-COUNT                PIC 9(05) COMP VALUE ZERO.
002040     05  NM-IDX                  PIC 9(05) COMP VALUE ZERO.
002050     05  NM-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
002060     05  NM-ENTRY OCCURS 5000 TIMES.
002070         10  NM-CAND-ID               PIC X(10).
002080         10  NM-CAND-NAME             PIC X(30).
002090
002100* ------------------------------------------------------------ *
002110*  LETTER BUILDING BLOCKS                                       *
002120* ------------------------------------------------------------ *
002130 01  LTR-SEPARATOR.
002140     05  FILLER                       PIC X(40)
002150             VALUE ALL "-".
002160     05  FILLER                       PIC X(40)
002170             VALUE ALL "-".
002180
002190 01  LTR-TO-LINE.
002200     05  FILLER                       PIC X(12)
002210             VALUE "TO        : ".
002220     05  LTR-TO-NAME                  PIC X(30).
002230     05  FILLER                       PIC X(02)   VALUE " (".
002240     05  LTR-TO-ID                    PIC X(10).
002250     05  FILLER                       PIC X(01)   VALUE ")".
002260     05  FILLER                       PIC X(25)   VALUE SPACES.
002270
002280 01  LTR-POSITION-LINE.
002290     05  FILLER                       PIC X(12)
002300             VALUE "POSITION  : ".
002310     05  LTR-POSITION                 PIC X(08).
002320     05  FILLER                       PIC X(60)   VALUE SPACES.
002330
002340 01  LTR-DATE-LINE.
002350     05  FILLER                       PIC X(12)
002360             VALUE "DATE      : ".
002370     05  LTR-DATE                     PIC 9(08).
002380     05  FILLER                       PIC X(60)   VALUE SPACES.
002390
002400 01  LTR-BLANK-LINE                   PIC X(80)   VALUE SPACES.
002410
002420 01  LTR-REGRET-1                     PIC X(80)   VALUE
002430     "WE THANK YOU FOR YOUR APPLICATION.".
002440 01  LTR-REGRET-2                     PIC X(80)   VALUE
002450     "AFTER CAREFUL REVIEW WE REGRET TO INFORM YOU THAT IT".
002460 01  LTR-REGRET-S1                    PIC X(80)   VALUE
002470     "DID NOT MEET THE REQUIREMENTS OF THE FIRST SCREENING.".
002480 01  LTR-REGRET-S2                    PIC X(80)   VALUE
002490     "DID NOT MEET THE REQUIREMENTS OF THE SECOND SCREENING.".
002500 01  LTR-REGRET-3                     PIC X(80)   VALUE
002510     "WE WISH YOU EVERY SUCCESS IN YOUR FURTHER SEARCH.".
002520
002530 01  LTR-DATAPROB-1                   PIC X(80)   VALUE
002540     "YOUR APPLICATION COULD NOT BE PROCESSED BECAUSE OF A".
002550 01  LTR-DATAPROB-2.
002560     05  FILLER                       PIC X(33)
002570             VALUE "PROBLEM WITH THE DATA SUPPLIED ( ".
002580     05  LTR-DP-REASON                PIC X(20).
002590     05  FILLER                       PIC X(02)   VALUE ").".
002600     05  FILLER                       PIC X(25)   VALUE SPACES.
002610 01  LTR-DATAPROB-3                   PIC X(80)   VALUE
002620     "PLEASE RESUBMIT YOUR CORRECTED DETAILS TO HR SO YOUR".
002630 01  LTR-DATAPROB-4                   PIC X(80)   VALUE
002640     "APPLICATION CAN BE EVALUATED AGAIN.".
002650
002660 01  LTR-INVITE-1                     PIC X(80)   VALUE
002670     "WE ARE PLEASED TO INVITE YOU TO AN INTERVIEW.".
002680 01  LTR-INVITE-2.
002690     05  FILLER                       PIC X(14)
002700             VALUE "INTERVIEWER : ".
002710     05  LTR-IV-INTERVIEWER           PIC X(20).
002720     05  FILLER                       PIC X(46)   VALUE SPACES.
002730 01  LTR-INVITE-3.
002740     05  FILLER                       PIC X(14)
002750             VALUE "DATE        : ".
002760     05  LTR-IV-DATE                  PIC 9(08).
002770     05  FILLER                       PIC X(58)   VALUE SPACES.
002780 01  LTR-INVITE-4.
002790     05  FILLER                       PIC X(14)
002800             VALUE "SLOT        : ".
002810     05  LTR-IV-SLOT                  PIC Z9.
002820     05  FILLER                       PIC X(64)   VALUE SPACES.
002830 01  LTR-INVITE-5                     PIC X(80)   VALUE
002840     "PLEASE CONTACT HR RECRUITING IF YOU CANNOT ATTEND.".
002850
002860 01  LTR-SIGNATURE                    PIC X(80)   VALUE
002870     "          HR RECRUITING".
002880
002890 01  RPT-HEADING-1.
002900     05  FILLER                       PIC X(32)
002910             VALUE "CANDIDATE CORRESPONDENCE REPORT ".
002920     05  FILLER                       PIC X(02)   VALUE "- ".
002930     05  RPT-H-DATE                   PIC 9(08).
002940     05  FILLER                       PIC X(06)   VALUE "  RUN ".
002950     05  RPT-H-RUN-NUMBER             PIC 9(07).
002960     05  FILLER                       PIC X(25)   VALUE SPACES.
002970
002980 01  RPT-HEADING-2.
002990     05  FILLER                       PIC X(34)   VALUE SPACES.
003000     05  FILLER                       PIC X(10)
003010             VALUE "DECISIONS".
003020     05  FILLER                       PIC X(10)   VALUE "LETTERS".
003030     05  FILLER                       PIC X(26)   VALUE "STATUS".
003040
003050 01  RPT-CHECK-LINE.
003060     05  RKL-CAPTION                  PIC X(34).
003070     05  RKL-COUNT-A                  PIC ZZZ,ZZ9.
003080     05  FILLER                       PIC X(03)   VALUE SPACES.
003090     05  RKL-COUNT-B                  PIC ZZZ,ZZ9.
003100     05  FILLER                       PIC X(03)   VALUE SPACES.
003110     05  RKL-STATUS                   PIC X(19).
003120
003130 01  RPT-NO-NAME-LINE.
003140     05  FILLER                       PIC X(34)
003150             VALUE "DECISIONS WITH NO NAME ON FILE".
003160     05  RPT-N-COUNT                  PIC ZZZ,ZZ9.
003170     05  FILLER                       PIC X(39)   VALUE SPACES.
003180
003190 01  RPT-VERDICT-LINE                 PIC X(80).
003200
003210 PROCEDURE DIVISION.
003220
003230******************************************************************
003240* 0000-MAINLINE                                                 *
003250******************************************************************
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     PERFORM 1100-LOAD-NAMES THRU 1100-EXIT.
003290     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
003300         UNTIL HISTORY-EOF.
003310     PERFORM 3000-PROCESS-ASSIGNMENTS THRU 3000-EXIT
003320         UNTIL ASSIGN-EOF.
003330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003340     STOP RUN.
003350
003360 1000-INITIALIZE.
003370     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
003380
003390* The run is found before the letter file is opened - a run
003400* already lettered is refused without touching it.
003410     PERFORM 1200-GET-RUN-NUMBER THRU 1200-EXIT.
003420     IF STEP-ALREADY-COMPLETE
003430         DISPLAY "CANDLETR - LETTERS FOR RUN " WK-RUN-NUMBER
003440                 " WERE ALREADY PRODUCED - NOT STARTING"
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     PERFORM 1250-WRITE-STEP-START THRU 1250-EXIT.
003490
003500     OPEN OUTPUT LETTER-FILE.
003510     IF NOT FS-LETTER-OK
003520         DISPLAY "CANDLETR - LETTER-FILE OPEN FAILED, "
003530                 "STATUS = " FS-LETTER-FILE
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570
003580     OPEN OUTPUT LETTER-REPORT.
003590     IF NOT FS-LETTER-REPORT-OK
003600         DISPLAY "CANDLETR - LETTER-REPORT OPEN FAILED, "
003610                 "STATUS = " FS-LETTER-REPORT
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650
003660     OPEN INPUT SCREENING-HISTORY-FILE.
003670     IF NOT FS-HISTORY-OK
003680         DISPLAY "CANDLETR - SCREENING-HISTORY-FILE OPEN "
003690                 "FAILED, STATUS = " FS-SCREENING-HISTORY
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730
003740* The master is the name fallback for decisions off a
003750* correction run - those candidates are not on the day's
003760* extract.
003770     OPEN INPUT CANDIDATE-MASTER-FILE.
003780     IF NOT FS-MASTER-OK
003790         DISPLAY "CANDLETR - CANDIDATE-MASTER-FILE OPEN "
003800                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840
003850     OPEN INPUT INTERVIEW-ASSIGN-FILE.
003860     IF NOT FS-ASSIGN-OK
003870         DISPLAY "CANDLETR - INTERVIEW-ASSIGN-FILE OPEN "
003880                 "FAILED, STATUS = " FS-ASSIGN-FILE
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920
003930     MOVE WK-RUN-DATE TO RPT-H-DATE.
003940     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
003950     WRITE REPORT-LINE FROM RPT-HEADING-1.
003960     WRITE REPORT-LINE FROM RPT-HEADING-2.
003970
003980 1000-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020* 1200-GET-RUN-NUMBER                                           *
004030*   The latest normal or correction run on the run-control      *
004040*   journal is the run being lettered, and the date it started  *
004050*   is the date whose decisions and bookings get letters.  This *
004060*   program's step records for that run tell a restart, or a    *
004070*   run already lettered.  A missing journal letters today.     *
004080******************************************************************
004090 1200-GET-RUN-NUMBER.
004100     OPEN INPUT RUN-CONTROL-FILE.
004110     IF NOT FS-RUNCTL-OK
004120         GO TO 1200-STAMP
004130     END-IF.
004140
004150     PERFORM 1210-READ-ONE-RUNCTL THRU 1210-EXIT
004160         UNTIL RUN-CONTROL-EOF.
004170     CLOSE RUN-CONTROL-FILE.
004180
004190 1200-STAMP.
004200     IF WK-RUN-DATE IS EQUAL TO ZERO
004210         MOVE WK-TODAY TO WK-RUN-DATE
004220     END-IF.
004230
004240 1200-EXIT.
004250     EXIT.
004260
004270 1210-READ-ONE-RUNCTL.
004280     READ RUN-CONTROL-FILE
004290         AT END
004300             SET RUN-CONTROL-EOF TO TRUE
004310             GO TO 1210-EXIT
004320     END-READ.
004330
004340     IF RUN-NUMBER-X IS NOT NUMERIC
004350         GO TO 1210-EXIT
004360     END-IF.
004370
004380* The STARTED record comes first, so a run's date is the day
004390* it started even when a checkpoint restart completed it.
004400     IF RUN-TYPE-NORMAL OR RUN-TYPE-CORRECTION
004410         IF RUN-NUMBER IS NOT EQUAL TO WK-RUN-NUMBER
004420             MOVE RUN-NUMBER TO WK-RUN-NUMBER
004430             MOVE RUN-EXTRACT-DATE TO WK-RUN-EXTRACT-DATE
004440             MOVE RUN-EVENT-DATE TO WK-RUN-DATE
004450             SET STEP-FIRST-ATTEMPT TO TRUE
004460         END-IF
004470         GO TO 1210-EXIT
004480     END-IF.
004490
004500     IF RUN-TYPE-STEP
004510        AND RUN-STEP-CANDLETR
004520        AND RUN-NUMBER IS EQUAL TO WK-RUN-NUMBER
004530         IF RUN-COMPLETED
004540             SET STEP-ALREADY-COMPLETE TO TRUE
004550         ELSE
004560             IF NOT STEP-ALREADY-COMPLETE
004570                 SET STEP-RESTART TO TRUE
004580             END-IF
004590         END-IF
004600     END-IF.
004610
004620 1210-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 1250-WRITE-STEP-START                                         *
004670*   Appends this step's STARTED record for the run to the       *
004680*   run-control journal.  With no run on file there is         *
004690*   nothing to record it against.                               *
004700******************************************************************
004710 1250-WRITE-STEP-START.
004720     IF WK-RUN-NUMBER IS EQUAL TO ZERO
004730         GO TO 1250-EXIT
004740     END-IF.
004750
004760     OPEN EXTEND RUN-CONTROL-FILE.
004770     IF NOT FS-RUNCTL-OK
004780         CLOSE RUN-CONTROL-FILE
004790         OPEN OUTPUT RUN-CONTROL-FILE
004800     END-IF.
004810     MOVE SPACES TO RUNCTL-RECORD.
004820     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
004830     SET RUN-STARTED TO TRUE.
004840     SET RUN-TYPE-STEP TO TRUE.
004850     SET RUN-STEP-CANDLETR TO TRUE.
004860     MOVE WK-RUN-EXTRACT-DATE TO RUN-EXTRACT-DATE.
004870     MOVE WK-TODAY TO RUN-EVENT-DATE.
004880     MOVE ZERO TO RUN-READ-COUNT RUN-PASS-COUNT RUN-FAIL-COUNT
004890                  RUN-REJECT-COUNT RUN-DUPL-COUNT.
004900     WRITE RUNCTL-RECORD.
004910     CLOSE RUN-CONTROL-FILE.
004920
004930     IF STEP-RESTART
004940         DISPLAY "CANDLETR - RESTARTING LETTERS FOR RUN "
004950                 WK-RUN-NUMBER
004960     END-IF.
004970
004980 1250-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020* 1100-LOAD-NAMES                                               *
005030*   Loads every candidate on the day's extract with their      *
005040*   name.  The trailer is bookkeeping, not a candidate.        *
005050******************************************************************
005060 1100-LOAD-NAMES.
005070     OPEN INPUT CANDIDATE-FILE.
005080     IF NOT FS-CANDIDATE-OK
005090         DISPLAY "CANDLETR - CANDIDATE-FILE OPEN FAILED, "
005100                 "STATUS = " FS-CANDIDATE-FILE
005110         MOVE 16 TO RETURN-CODE
005120         STOP RUN
005130     END-IF.
005140
005150     PERFORM 1110-LOAD-ONE-NAME THRU 1110-EXIT
005160         UNTIL CANDIDATE-EOF.
005170     CLOSE CANDIDATE-FILE.
005180
005190 1100-EXIT.
005200     EXIT.
005210
005220 1110-LOAD-ONE-NAME.
005230     READ CANDIDATE-FILE
005240         AT END
005250             SET CANDIDATE-EOF TO TRUE
005260             GO TO 1110-EXIT
005270     END-READ.
005280
005290     IF CAND-ID IS EQUAL TO "TRAILER"
005300         GO TO 1110-EXIT
005310     END-IF.
005320
005330     IF NM-COUNT IS NOT LESS THAN 5000
005340         DISPLAY "CANDLETR - NAME-TABLE FULL AT 5000 ENTRIES"
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380
005390     ADD 1 TO NM-COUNT.
005400     MOVE CAND-ID TO NM-CAND-ID (NM-COUNT).
005410     MOVE CAND-NAME TO NM-CAND-NAME (NM-COUNT).
005420
005430 1110-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470* 2000-PROCESS-HISTORY                                          *
005480*   One history entry - only entries dated the run date get     *
005490*   letters: a stage-1 FAIL and a stage-2 FAIL each get a       *
005500*   regret letter (amended FAILs included - a candidate asked   *
005510*   to resubmit deserves an answer to the resubmission), a      *
005520*   REJT gets a data-problem letter asking the candidate to     *
005530*   resubmit through the corrections process.  PASS, DUPL,      *
005540*   WDRN and interview entries get no letter from here, nor     *
005550*   does an override entry - OVRDPROC letters it itself.        *
005560******************************************************************
005570 2000-PROCESS-HISTORY.
005580     READ SCREENING-HISTORY-FILE
005590         AT END
005600             SET HISTORY-EOF TO TRUE
005610             GO TO 2000-EXIT
005620     END-READ.
005630
005640     IF HIST-RUN-DATE IS NOT EQUAL TO WK-RUN-DATE
005650         GO TO 2000-EXIT
005660     END-IF.
005670     IF NOT HIST-NOT-OVERRIDDEN
005680         GO TO 2000-EXIT
005690     END-IF.
005700
005710     IF HIST-STAGE-2
005720         IF HIST-RESULT-FAIL
005730             ADD 1 TO CT-S2FAIL-DECISIONS
005740             PERFORM 2200-WRITE-REGRET-LETTER THRU 2200-EXIT
005750         END-IF
005760         GO TO 2000-EXIT
005770     END-IF.
005780     IF HIST-STAGE-INTERVIEW OR HIST-STAGE-WDRW
005790         GO TO 2000-EXIT
005800     END-IF.
005810
005820     IF HIST-RESULT-FAIL
005830         ADD 1 TO CT-S1FAIL-DECISIONS
005840         PERFORM 2200-WRITE-REGRET-LETTER THRU 2200-EXIT
005850     END-IF.
005860     IF HIST-RESULT-REJECT
005870         ADD 1 TO CT-REJT-DECISIONS
005880         PERFORM 2300-WRITE-DATAPROB-LETTER THRU 2300-EXIT
005890     END-IF.
005900
005910 2000-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 2100-START-LETTER                                             *
005960*   The block every letter opens with - separator, addressee,   *
005970*   position and date.  The caller has already put the name in  *
005980*   WK-LETTER-NAME.                                             *
005990******************************************************************
006000 2100-START-LETTER.
006010     WRITE LETTER-LINE FROM LTR-SEPARATOR.
006020     MOVE WK-LETTER-NAME TO LTR-TO-NAME.
006030     MOVE HIST-CAND-ID TO LTR-TO-ID.
006040     WRITE LETTER-LINE FROM LTR-TO-LINE.
006050     MOVE HIST-POSITION TO LTR-POSITION.
006060     WRITE LETTER-LINE FROM LTR-POSITION-LINE.
006070     MOVE WK-RUN-DATE TO LTR-DATE.
006080     WRITE LETTER-LINE FROM LTR-DATE-LINE.
006090     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
006100
006110 2100-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150* 2200-WRITE-REGRET-LETTER                                      *
006160*   A regret letter for a screening FAIL - stage 1 and stage 2  *
006170*   differ only in the sentence naming the gate.                *
006180******************************************************************
006190 2200-WRITE-REGRET-LETTER.
006200     MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID.
006210     PERFORM 4100-FIND-NAME THRU 4100-EXIT.
006220     IF NAME-NOT-FOUND
006230         ADD 1 TO CT-NO-NAME
006240         GO TO 2200-EXIT
006250     END-IF.
006260
006270     PERFORM 2100-START-LETTER THRU 2100-EXIT.
006280     WRITE LETTER-LINE FROM LTR-REGRET-1.
006290     WRITE LETTER-LINE FROM LTR-REGRET-2.
006300     IF HIST-STAGE-2
006310         WRITE LETTER-LINE FROM LTR-REGRET-S2
006320     ELSE
006330         WRITE LETTER-LINE FROM LTR-REGRET-S1
006340     END-IF.
006350     WRITE LETTER-LINE FROM LTR-REGRET-3.
006360     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
006370     WRITE LETTER-LINE FROM LTR-SIGNATURE.
006380
006390     IF HIST-STAGE-2
006400         ADD 1 TO CT-S2FAIL-LETTERS
006410     ELSE
006420         ADD 1 TO CT-S1FAIL-LETTERS
006430     END-IF.
006440
006450 2200-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490* 2300-WRITE-DATAPROB-LETTER                                    *
006500*   A data-problem letter for a REJT - carries the reject       *
006510*   reason and asks the candidate to resubmit corrected         *
006520*   details, which feeds the CORRFILE rescreen process.         *
006530******************************************************************
006540 2300-WRITE-DATAPROB-LETTER.
006550     MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID.
006560     PERFORM 4100-FIND-NAME THRU 4100-EXIT.
006570     IF NAME-NOT-FOUND
006580         ADD 1 TO CT-NO-NAME
006590         GO TO 2300-EXIT
006600     END-IF.
006610
006620     PERFORM 2100-START-LETTER THRU 2100-EXIT.
006630     WRITE LETTER-LINE FROM LTR-DATAPROB-1.
006640     MOVE HIST-REJECT-REASON TO LTR-DP-REASON.
006650     WRITE LETTER-LINE FROM LTR-DATAPROB-2.
006660     WRITE LETTER-LINE FROM LTR-DATAPROB-3.
006670     WRITE LETTER-LINE FROM LTR-DATAPROB-4.
006680     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
006690     WRITE LETTER-LINE FROM LTR-SIGNATURE.
006700
006710     ADD 1 TO CT-REJT-LETTERS.
006720
006730 2300-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770* 3000-PROCESS-ASSIGNMENTS                                      *
006780*   One assignment record - only bookings made on the run date  *
006790*   get an invitation, and the interviewer, date and slot come  *
006800*   off the booking INTSCHED actually made, not a retyped copy. *
006810******************************************************************
006820 3000-PROCESS-ASSIGNMENTS.
006830     READ INTERVIEW-ASSIGN-FILE
006840         AT END
006850             SET ASSIGN-EOF TO TRUE
006860             GO TO 3000-EXIT
006870     END-READ.
006880
006890     IF IVA-BOOKED-DATE IS NOT EQUAL TO WK-RUN-DATE
006900         GO TO 3000-EXIT
006910     END-IF.
006920
006930     ADD 1 TO CT-INVITE-DECISIONS.
006940     PERFORM 3100-WRITE-INVITATION THRU 3100-EXIT.
006950
006960 3000-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000* 3100-WRITE-INVITATION                                         *
007010*   The interview invitation - the assignment record carries    *
007020*   the candidate's name itself, so no extract lookup is        *
007030*   needed.                                                     *
007040******************************************************************
007050 3100-WRITE-INVITATION.
007060     WRITE LETTER-LINE FROM LTR-SEPARATOR.
007070     MOVE IVA-CAND-NAME TO LTR-TO-NAME.
007080     MOVE IVA-CAND-ID TO LTR-TO-ID.
007090     WRITE LETTER-LINE FROM LTR-TO-LINE.
007100     MOVE WK-RUN-DATE TO LTR-DATE.
007110     WRITE LETTER-LINE FROM LTR-DATE-LINE.
007120     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
007130
007140     WRITE LETTER-LINE FROM LTR-INVITE-1.
007150     MOVE IVA-INTERVIEWER TO LTR-IV-INTERVIEWER.
007160     WRITE LETTER-LINE FROM LTR-INVITE-2.
007170     MOVE IVA-INTV-DATE TO LTR-IV-DATE.
007180     WRITE LETTER-LINE FROM LTR-INVITE-3.
007190     MOVE IVA-SLOT TO LTR-IV-SLOT.
007200     WRITE LETTER-LINE FROM LTR-INVITE-4.
007210     WRITE LETTER-LINE FROM LTR-INVITE-5.
007220     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
007230     WRITE LETTER-LINE FROM LTR-SIGNATURE.
007240
007250     ADD 1 TO CT-INVITE-LETTERS.
007260
007270 3100-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310* 4100-FIND-NAME                                                *
007320*   Serial search of NAME-TABLE for WK-SEARCH-CAND-ID, with     *
007330*   the candidate master as the fallback - a decision off a     *
007340*   correction run has no record on the day's extract, but     *
007350*   the rescreen posted the candidate to the master with       *
007360*   their name.  The name goes in WK-LETTER-NAME; only a       *
007370*   candidate on neither file stays NAME-NOT-FOUND.            *
007380******************************************************************
007390 4100-FIND-NAME.
007400     SET NAME-NOT-FOUND TO TRUE.
007410     MOVE ZERO TO NM-FOUND-IDX.
007420     MOVE SPACES TO WK-LETTER-NAME.
007430     PERFORM 4110-MATCH-NAME THRU 4110-EXIT
007440         VARYING NM-IDX FROM 1 BY 1
007450         UNTIL NM-IDX IS GREATER THAN NM-COUNT
007460            OR NAME-FOUND.
007470
007480     IF NAME-FOUND
007490         MOVE NM-CAND-NAME (NM-FOUND-IDX) TO WK-LETTER-NAME
007500         GO TO 4100-EXIT
007510     END-IF.
007520
007530     MOVE WK-SEARCH-CAND-ID TO MAST-CAND-ID.
007540     READ CANDIDATE-MASTER-FILE
007550         INVALID KEY
007560             GO TO 4100-EXIT
007570     END-READ.
007580     SET NAME-FOUND TO TRUE.
007590     MOVE MAST-CAND-NAME TO WK-LETTER-NAME.
007600
007610 4100-EXIT.
007620     EXIT.
007630
007640 4110-MATCH-NAME.
007650     IF NM-CAND-ID (NM-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
007660         SET NAME-FOUND TO TRUE
007670         MOVE NM-IDX TO NM-FOUND-IDX
007680     END-IF.
007690
007700 4110-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* 9000-TERMINATE                                                *
007750*   The control report - one check line per letter type,        *
007760*   letters against decisions.  Any mismatch, or a decision     *
007770*   whose name could not be found, sets CC 8 so a missed        *
007780*   candidate is never silent.                                  *
007790******************************************************************
007800 9000-TERMINATE.
007810     MOVE "STAGE-1 REGRET LETTERS" TO WK-CHECK-CAPTION.
007820     MOVE CT-S1FAIL-DECISIONS TO WK-CHECK-A.
007830     MOVE CT-S1FAIL-LETTERS TO WK-CHECK-B.
007840     PERFORM 9100-WRITE-CHECK-LINE THRU 9100-EXIT.
007850
007860     MOVE "DATA-PROBLEM LETTERS" TO WK-CHECK-CAPTION.
007870     MOVE CT-REJT-DECISIONS TO WK-CHECK-A.
007880     MOVE CT-REJT-LETTERS TO WK-CHECK-B.
007890     PERFORM 9100-WRITE-CHECK-LINE THRU 9100-EXIT.
007900
007910     MOVE "STAGE-2 REGRET LETTERS" TO WK-CHECK-CAPTION.
007920     MOVE CT-S2FAIL-DECISIONS TO WK-CHECK-A.
007930     MOVE CT-S2FAIL-LETTERS TO WK-CHECK-B.
007940     PERFORM 9100-WRITE-CHECK-LINE THRU 9100-EXIT.
007950
007960     MOVE "INTERVIEW INVITATIONS" TO WK-CHECK-CAPTION.
007970     MOVE CT-INVITE-DECISIONS TO WK-CHECK-A.
007980     MOVE CT-INVITE-LETTERS TO WK-CHECK-B.
007990     PERFORM 9100-WRITE-CHECK-LINE THRU 9100-EXIT.
008000
008010     IF CT-NO-NAME IS GREATER THAN ZERO
008020         SET LETTERS-OUT-OF-BALANCE TO TRUE
008030         MOVE CT-NO-NAME TO RPT-N-COUNT
008040         WRITE REPORT-LINE FROM RPT-NO-NAME-LINE
008050     END-IF.
008060
008070     MOVE SPACES TO RPT-VERDICT-LINE.
008080     IF LETTERS-IN-BALANCE
008090         MOVE "EVERY DECISION HAS ITS LETTER"
008100             TO RPT-VERDICT-LINE
008110     ELSE
008120         MOVE "*** LETTERS DO NOT COVER THE DECISIONS ***"
008130             TO RPT-VERDICT-LINE
008140         MOVE 8 TO RETURN-CODE
008150     END-IF.
008160     WRITE REPORT-LINE FROM RPT-VERDICT-LINE.
008170
008180     CLOSE SCREENING-HISTORY-FILE.
008190     CLOSE CANDIDATE-MASTER-FILE.
008200     CLOSE INTERVIEW-ASSIGN-FILE.
008210     CLOSE LETTER-FILE.
008220     CLOSE LETTER-REPORT.
008230
008240     PERFORM 9300-WRITE-STEP-COMPLETE THRU 9300-EXIT.
008250
008260     DISPLAY "CANDLETR - " RPT-VERDICT-LINE.
008270
008280 9000-EXIT.
008290     EXIT.
008300
008310******************************************************************
008320* 9300-WRITE-STEP-COMPLETE                                      *
008330*   Appends this step's COMPLETED record for the run - letters  *
008340*   out of balance (CC 8) are still a finished letter file,     *
008350*   and running the step again would only duplicate them.       *
008360******************************************************************
008370 9300-WRITE-STEP-COMPLETE.
008380     IF WK-RUN-NUMBER IS EQUAL TO ZERO
008390         GO TO 9300-EXIT
008400     END-IF.
008410
008420     OPEN EXTEND RUN-CONTROL-FILE.
008430     IF NOT FS-RUNCTL-OK
008440         CLOSE RUN-CONTROL-FILE
008450         OPEN OUTPUT RUN-CONTROL-FILE
008460     END-IF.
008470     MOVE SPACES TO RUNCTL-RECORD.
008480     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
008490     SET RUN-COMPLETED TO TRUE.
008500     SET RUN-TYPE-STEP TO TRUE.
008510     SET RUN-STEP-CANDLETR TO TRUE.
008520     MOVE WK-RUN-EXTRACT-DATE TO RUN-EXTRACT-DATE.
008530     MOVE WK-TODAY TO RUN-EVENT-DATE.
008540     COMPUTE RUN-READ-COUNT = CT-S1FAIL-DECISIONS
008550                            + CT-S2FAIL-DECISIONS
008560                            + CT-REJT-DECISIONS
008570                            + CT-INVITE-DECISIONS.
008580     COMPUTE RUN-PASS-COUNT = CT-S1FAIL-LETTERS
008590                            + CT-S2FAIL-LETTERS
008600                            + CT-REJT-LETTERS
008610                            + CT-INVITE-LETTERS.
008620     MOVE CT-NO-NAME TO RUN-FAIL-COUNT.
008630     MOVE ZERO TO RUN-REJECT-COUNT RUN-DUPL-COUNT.
008640     WRITE RUNCTL-RECORD.
008650     CLOSE RUN-CONTROL-FILE.
008660
008670 9300-EXIT.
008680     EXIT.
008690
008700 9100-WRITE-CHECK-LINE.
008710     MOVE SPACES TO RPT-CHECK-LINE.
008720     MOVE WK-CHECK-CAPTION TO RKL-CAPTION.
008730     MOVE WK-CHECK-A TO RKL-COUNT-A.
008740     MOVE WK-CHECK-B TO RKL-COUNT-B.
008750     IF WK-CHECK-A IS EQUAL TO WK-CHECK-B
008760         MOVE "OK" TO RKL-STATUS
008770     ELSE
008780         MOVE "*** MISMATCH ***" TO RKL-STATUS
008790         SET LETTERS-OUT-OF-BALANCE TO TRUE
008800     END-IF.
008810     WRITE REPORT-LINE FROM RPT-CHECK-LINE.
008820
008830 9100-EXIT.
008840     EXIT.
008850
008860 END PROGRAM CANDLETR.

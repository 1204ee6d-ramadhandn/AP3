000630*   08/29/2026  RD  Amended history entries now carry the
000640*                   stage byte (stage 1, see HISTREC), and
000650*                   HIST-STAGE1-RESULT is HIST-RESULT.
000660*   09/07/2026  RD  The master decision now also carries the
000670*                   corrected position (MAST-POSITION), so a
000680*                   later hire counts against the requisition.
000690*   09/10/2026  RD  A criteria band past its CRIT-EXPIRE-DATE
000700*                   (set by CRITMNT) is no longer in force and
000710*                   is skipped at load, as is a record whose
000720*                   expire date is neither blank nor a date.
000730*   10/08/2026  RD  The corrections file now carries the
000740*                   candidate's recruiting source (see CAND-
000750*                   SOURCE in CANDREC), proved against the
000760*                   source table (SRCTABLE) by the nightly
000770*                   screening's rules - a bad source is STILL
000780*                   INVALID.  The source goes to the amended
000790*                   history entry, the master and the pass
000800*                   record.
000810*   10/15/2026  RD  The corrected position is now proved against
000820*                   the requisition master (REQMAST, see REQREC)
000830*                   as in the nightly intake - a code not on file
000840*                   or a requisition closed is STILL INVALID, and
000850*                   no decision is written for it.
000860******************************************************************
000870
000880 IDENTIFICATION DIVISION.
000890 PROGRAM-ID. CORRSCRN.
000900 AUTHOR. RAMADHAN.
000910 INSTALLATION. HR-RECRUITING.
000920 DATE-WRITTEN. 08/14/2026.
000930 DATE-COMPILED.
000940
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980     SELECT CORRECTIONS-FILE ASSIGN TO "CORRFILE"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS FS-CORRECTIONS-FILE.
001010
001020     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS FS-SCREENING-HISTORY.
001050
001060     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS RANDOM
001090         RECORD KEY IS MAST-CAND-ID
001100         FILE STATUS IS FS-CANDIDATE-MASTER.
001110
001120     SELECT CORRECTIONS-REPORT ASSIGN TO "CORRRPT"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS FS-CORRECTIONS-REPORT.
001150
001160     SELECT STAGE1-PASS-FILE ASSIGN TO "PASS1FILE"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS FS-STAGE1-PASS-FILE.
001190
001200     SELECT ATS-INTERFACE-FILE ASSIGN TO "ATSIFACE"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS FS-ATS-INTERFACE.
001230
001240     SELECT CRITERIA-FILE ASSIGN TO "CRITFILE"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS FS-CRITERIA-FILE.
001270
001280     SELECT ATS-BATCH-SEQ-FILE ASSIGN TO "ATSBSEQ"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS FS-ATS-BATCH-SEQ.
001310
001320     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS FS-RUN-CONTROL.
001350
001360     SELECT SOURCE-FILE ASSIGN TO "SRCTABLE"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS FS-SOURCE-FILE.
001390
001400     SELECT REQUISITION-MASTER-FILE ASSIGN TO "REQMAST"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS RANDOM
001430         RECORD KEY IS REQ-POSITION
001440         FILE STATUS IS FS-REQUISITION-MASTER.
001450
001460 DATA DIVISION.
001470 FILE SECTION.
001480 FD  CORRECTIONS-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  CORRECTION-RECORD.
001510     05  CORR-CAND-ID                 PIC X(10).
001520     05  CORR-CAND-NAME               PIC X(30).
001530     05  CORR-AGE                     PIC 9(03).
001540     05  CORR-AGE-X REDEFINES CORR-AGE
001550                                      PIC X(03).
001560     05  CORR-BIRTH-DATE              PIC 9(08).
001570     05  CORR-BIRTH-DATE-X REDEFINES CORR-BIRTH-DATE
001580                                      PIC X(08).
001590     05  CORR-POSITION                PIC X(08).
001600     05  CORR-SOURCE                  PIC X(01).
001610         88  CORR-SOURCE-JOB-BOARD        VALUE "J".
001620         88  CORR-SOURCE-REFERRAL         VALUE "R".
001630         88  CORR-SOURCE-AGENCY           VALUE "A".
001640         88  CORR-SOURCE-KNOWN            VALUE "J" "R" "A"
001650                                                "C" "W".
001660     05  CORR-SOURCE-ID               PIC X(04).
001670     05  FILLER                       PIC X(16).
001680
001690 FD  SCREENING-HISTORY-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 COPY HISTREC.
001720
001730 FD  CANDIDATE-MASTER-FILE
001740     LABEL RECORDS ARE STANDARD.
001750 COPY CANDMAST.
001760
001770 FD  CORRECTIONS-REPORT
001780     LABEL RECORDS ARE STANDARD.
001790 01  REPORT-LINE                      PIC X(80).
001800
001810 FD  STAGE1-PASS-FILE
001820     LABEL RECORDS ARE STANDARD.
001830 01  STAGE1-PASS-LINE                 PIC X(80).
001840
001850 FD  ATS-INTERFACE-FILE
001860     LABEL RECORDS ARE STANDARD.
001870 01  ATS-LINE                         PIC X(80).
001880
001890 FD  CRITERIA-FILE
001900     LABEL RECORDS ARE STANDARD.
001910 COPY CRITREC.
001920
001930 FD  ATS-BATCH-SEQ-FILE
001940     LABEL RECORDS ARE STANDARD.
001950 01  ATS-SEQ-LINE.
001960     05  SEQ-BATCH-NUMBER             PIC 9(07).
001970     05  SEQ-BATCH-NUMBER-X REDEFINES SEQ-BATCH-NUMBER
001980                                      PIC X(07).
001990
002000 FD  RUN-CONTROL-FILE
002010     LABEL RECORDS ARE STANDARD.
002020 COPY RUNCTL.
002030
002040 FD  SOURCE-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 COPY SRCREC.
002070
002080 FD  REQUISITION-MASTER-FILE
002090     LABEL RECORDS ARE STANDARD.
002100 COPY REQREC.
002110
002120 WORKING-STORAGE SECTION.
002130
002140 01  FS-CORRECTIONS-FILE              PIC X(02).
002150     88  FS-CORRECTIONS-OK                VALUE "00".
002160 01  FS-SCREENING-HISTORY             PIC X(02).
002170     88  FS-HISTORY-OK                    VALUE "00".
002180 01  FS-CANDIDATE-MASTER              PIC X(02).
002190     88  FS-MASTER-OK                     VALUE "00".
002200     88  FS-MASTER-NOT-FOUND              VALUE "35".
002210 01  FS-CORRECTIONS-REPORT            PIC X(02).
002220     88  FS-CORR-REPORT-OK                VALUE "00".
002230 01  FS-STAGE1-PASS-FILE              PIC X(02).
002240     88  FS-STAGE1-PASS-OK                VALUE "00".
002250 01  FS-ATS-INTERFACE                 PIC X(02).
002260     88  FS-ATS-OK                        VALUE "00".
002270 01  FS-CRITERIA-FILE                 PIC X(02).
002280     88  FS-CRITERIA-OK                   VALUE "00".
002290 01  FS-ATS-BATCH-SEQ                 PIC X(02).
002300     88  FS-ATS-SEQ-OK                    VALUE "00".
002310     88  FS-ATS-SEQ-NOT-FOUND             VALUE "35".
002320 01  FS-REQUISITION-MASTER            PIC X(02).
002330     88  FS-REQUISITION-OK                VALUE "00".
002340
002350 01  SW-CORRECTIONS-EOF               PIC X(01)   VALUE "N".
002360     88  CORRECTIONS-EOF                  VALUE "Y".
002370 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
002380     88  HISTORY-EOF                      VALUE "Y".
002390 01  SW-MASTER-FOUND                  PIC X(01)   VALUE "N".
002400     88  MASTER-FOUND                     VALUE "Y".
002410     88  MASTER-NOT-FOUND                 VALUE "N".
002420 01  SW-REJT-FOUND                    PIC X(01)   VALUE "N".
002430     88  REJT-FOUND                       VALUE "Y".
002440     88  REJT-NOT-FOUND                   VALUE "N".
002450 01  SW-CRITERIA-EOF                  PIC X(01)   VALUE "N".
002460     88  CRITERIA-EOF                     VALUE "Y".
002470 01  SW-STAGE1-CRIT-FOUND             PIC X(01)   VALUE "N".
002480     88  STAGE1-CRIT-FOUND                VALUE "Y".
002490 01  SW-REQUISITION-OK                PIC X(01)   VALUE "N".
002500     88  REQUISITION-OK                   VALUE "Y".
002510     88  REQUISITION-BAD                  VALUE "N".
002520
002530 01  SW-CR-FOUND                      PIC X(01)   VALUE "N".
002540     88  CR-FOUND                         VALUE "Y".
002550     88  CR-NOT-FOUND                     VALUE "N".
002560
002570 01  WK-SEARCH-POSITION               PIC X(08).
002580
002590* ------------------------------------------------------------ *
002600*  STAGE-1 AGE BANDS IN FORCE THIS RUN                          *
002610*    One entry per position with a band of its own, plus the    *
002620*    blank-position default every run must have - loaded the    *
002630*    same way the nightly screening loads them.                 *
002640* ------------------------------------------------------------ *
002650 01  CRITERIA-TABLE.
002660     05  CR-COUNT                PIC 9(03) COMP VALUE ZERO.
002670     05  CR-IDX                  PIC 9(03) COMP VALUE ZERO.
002680     05  CR-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
002690     05  CR-ENTRY OCCURS 100 TIMES.
002700         10  CR-POSITION              PIC X(08).
002710         10  CR-EFF-DATE              PIC 9(08).
002720         10  CR-MIN-AGE               PIC 9(03).
002730         10  CR-MAX-AGE               PIC 9(03).
002740
002750* The band selected for the correction being rescreened - the
002760* entry for the candidate's position, or the default.
002770 01  WK-STAGE1-MIN-AGE                PIC 9(03)   VALUE ZERO.
002780 01  WK-STAGE1-MAX-AGE                PIC 9(03)   VALUE ZERO.
002790
002800 01  FS-SOURCE-FILE                   PIC X(02).
002810     88  FS-SOURCE-OK                     VALUE "00".
002820
002830 01  SW-SOURCE-EOF                    PIC X(01)   VALUE "N".
002840     88  SOURCE-EOF                       VALUE "Y".
002850
002860* ------------------------------------------------------------ *
002870*  RECRUITING SOURCES ON THE SOURCE TABLE                      *
002880*    Loaded the same way the nightly screening loads them.     *
002890* ------------------------------------------------------------ *
002900 01  SOURCE-TABLE.
002910     05  SR-COUNT                PIC 9(03) COMP VALUE ZERO.
002920     05  SR-IDX                  PIC 9(03) COMP VALUE ZERO.
002930     05  SR-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
002940     05  SR-ENTRY OCCURS 200 TIMES.
002950         10  SR-KEY                   PIC X(05).
002960
002970 01  SW-SR-FOUND                      PIC X(01)   VALUE "N".
002980     88  SR-FOUND                         VALUE "Y".
002990     88  SR-NOT-FOUND                     VALUE "N".
003000
003010 01  WK-SEARCH-SOURCE.
003020     05  WK-SEARCH-CHANNEL            PIC X(01).
003030     05  WK-SEARCH-SOURCE-ID          PIC X(04).
003040
003050 01  CT-CORRECTIONS-READ         PIC 9(07) COMP VALUE ZERO.
003060 01  CT-PASS-COUNT                PIC 9(07) COMP VALUE ZERO.
003070 01  CT-FAIL-COUNT                PIC 9(07) COMP VALUE ZERO.
003080 01  CT-STILL-INVALID             PIC 9(07) COMP VALUE ZERO.
003090 01  CT-NO-REJT                   PIC 9(07) COMP VALUE ZERO.
003100 01  CT-ALREADY-DECIDED           PIC 9(07) COMP VALUE ZERO.
003110
003120 01  WK-TODAY                         PIC 9(08).
003130 01  WK-RUN-DATE.
003140     05  WK-RUN-YYYY                  PIC 9(04).
003150     05  WK-RUN-MM                    PIC 9(02).
003160     05  WK-RUN-DD                    PIC 9(02).
003170
003180* A prior decision on or after this date still stands - six
003190* months back from the run date, as in the nightly screening.
003200 01  WK-CUTOFF-DATE.
003210     05  WK-CUTOFF-YYYY               PIC 9(04).
003220     05  WK-CUTOFF-MM                 PIC 9(02).
003230     05  WK-CUTOFF-DD                 PIC 9(02).
003240 01  WK-CUTOFF-DATE-N REDEFINES WK-CUTOFF-DATE
003250                                      PIC 9(08).
003260
003270 01  WK-SEARCH-CAND-ID                PIC X(10).
003280 01  WK-DISPOSITION                   PIC X(16).
003290
003300* Birthdate validation work areas - the days-in-month table
003310* and the age derived from the birthdate as of the run date,
003320* mirroring the nightly screening's validation.
003330 01  MONTH-DAYS-DEFINITION            PIC X(24)
003340         VALUE "312831303130313130313031".
003350 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DEFINITION.
003360     05  MONTH-DAYS OCCURS 12 TIMES  PIC 9(02).
003370
003380 01  WK-BIRTH-DATE.
003390     05  WK-BIRTH-YYYY                PIC 9(04).
003400     05  WK-BIRTH-MM                  PIC 9(02).
003410     05  WK-BIRTH-DD                  PIC 9(02).
003420
003430 01  WK-MAX-DAY                       PIC 9(02)   VALUE ZERO.
003440 01  WK-DERIVED-AGE                   PIC 9(03)   VALUE ZERO.
003450 01  WK-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
003460 01  WK-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
003470
003480 01  SW-LEAP-YEAR                     PIC X(01)   VALUE "N".
003490     88  LEAP-YEAR                        VALUE "Y".
003500     88  NOT-LEAP-YEAR                    VALUE "N".
003510
003520 01  SW-BIRTH-DATE-OK                 PIC X(01)   VALUE "N".
003530     88  BIRTH-DATE-OK                    VALUE "Y".
003540     88  BIRTH-DATE-BAD                   VALUE "N".
003550
003560* ------------------------------------------------------------ *
003570*  LATEST REJT ENTRY PER CANDIDATE, FROM THE HISTORY SCAN       *
003580* ------------------------------------------------------------ *
003590 01  REJT-TABLE.
003600     05  RJ-COUNT                PIC 9(05) COMP VALUE ZERO.
003610     05  RJ-IDX                  PIC 9(05) COMP VALUE ZERO.
003620     05  RJ-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
003630     05  RJ-ENTRY OCCURS 5000 TIMES.
003640         10  RJ-CAND-ID               PIC X(10).
003650         10  RJ-REJT-DATE             PIC 9(08).
003660
003670
003680 COPY ATSREC.
003690
003700* ATS interface envelope layouts - this extract is a
003710* transmission of its own, so it gets the same envelope as the
003720* nightly interface file.
003730 COPY ATSENV.
003740
003750 01  WK-ATS-BATCH-SEQ                 PIC 9(07)   VALUE ZERO.
003760 01  WK-ATS-HASH-TOTAL                PIC 9(15)   VALUE ZERO.
003770
003780 01  WK-HASH-CAND-ID.
003790     05  WK-HASH-CHAR OCCURS 10 TIMES PIC X(01).
003800 01  WK-HASH-IDX                 PIC 9(02) COMP VALUE ZERO.
003810 01  WK-HASH-DIGIT-X                  PIC X(01).
003820 01  WK-HASH-DIGIT REDEFINES WK-HASH-DIGIT-X
003830                                      PIC 9(01).
003840 01  WK-HASH-VALUE                    PIC 9(10)   VALUE ZERO.
003850
003860 01  CANDIDATE-WORK-RECORD.
003870     05  CWR-CAND-ID                  PIC X(10).
003880     05  CWR-CAND-NAME                PIC X(30).
003890     05  CWR-CAND-AGE                 PIC 9(03).
003900     05  CWR-BIRTH-DATE               PIC 9(08).
003910     05  CWR-POSITION                 PIC X(08).
003920     05  CWR-STAGE1-RESULT            PIC X(04).
003930     05  CWR-STAGE2-RESULT            PIC X(04).
003940     05  CWR-SOURCE                   PIC X(01).
003950     05  CWR-SOURCE-ID                PIC X(04).
003960
003970 01  FS-RUN-CONTROL                   PIC X(02).
003980     88  FS-RUNCTL-OK                     VALUE "00".
003990     88  FS-RUNCTL-NOT-FOUND              VALUE "35".
004000
004010 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
004020     88  RUN-CONTROL-EOF                  VALUE "Y".
004030
004040* This execution's run number - highest on the run-control
004050* file plus 1.  A correction run is recorded as type C.
004060 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
004070 01  WK-MAX-RUN-NUMBER                PIC 9(07)   VALUE ZERO.
004080
004090 01  RPT-HEADING-1.
004100     05  FILLER                       PIC X(30)
004110             VALUE "CORRECTIONS RESCREEN REPORT - ".
004120     05  RPT-H-DATE                   PIC 9(08).
004130     05  FILLER                       PIC X(06)   VALUE "  RUN ".
004140     05  RPT-H-RUN-NUMBER             PIC 9(07).
004150     05  FILLER                       PIC X(29)   VALUE SPACES.
004160
004170* One heading line per age band in force - the default band
004180* prints as *DEFAULT.
004190 01  RPT-HEADING-CRIT.
004200     05  FILLER                       PIC X(18)
004210             VALUE "AGE BAND IN FORCE ".
004220     05  RPT-H-POSITION               PIC X(08).
004230     05  FILLER                       PIC X(01)   VALUE SPACE.
004240     05  RPT-H-MIN-AGE                PIC ZZ9.
004250     05  FILLER                       PIC X(03)   VALUE " - ".
004260     05  RPT-H-MAX-AGE                PIC ZZ9.
004270     05  FILLER                       PIC X(06)   VALUE " (EFF ".
004280     05  RPT-H-EFF-DATE               PIC 9(08).
004290     05  FILLER                       PIC X(01)   VALUE ")".
004300     05  FILLER                       PIC X(29)   VALUE SPACES.
004310
004320 01  RPT-HEADING-2.
004330     05  FILLER                       PIC X(10)   VALUE "CAND ID".
004340     05  FILLER                       PIC X(32)   VALUE "NAME".
004350     05  FILLER                       PIC X(06)   VALUE "AGE".
004360     05  FILLER                       PIC X(18)
004370             VALUE "DISPOSITION".
004380     05  FILLER                       PIC X(14)
004390             VALUE "AMENDS REJT OF".
004400
004410 01  RPT-DETAIL-LINE.
004420     05  RPT-D-ID                     PIC X(10).
004430     05  RPT-D-NAME                   PIC X(32).
004440     05  RPT-D-AGE                    PIC ZZ9.
004450     05  FILLER                       PIC X(03)   VALUE SPACES.
004460     05  RPT-D-DISPOSITION            PIC X(18).
004470     05  RPT-D-AMENDS                 PIC X(14).
004480
004490 01  RPT-FOOTER-1.
004500     05  FILLER                       PIC X(24)
004510             VALUE "CORRECTIONS READ  . . .".
004520     05  RPT-F-READ                   PIC ZZZ,ZZ9.
004530
004540 01  RPT-FOOTER-2.
004550     05  FILLER                       PIC X(24)
004560             VALUE "NOW PASSED        . . .".
004570     05  RPT-F-PASS                   PIC ZZZ,ZZ9.
004580
004590 01  RPT-FOOTER-3.
004600     05  FILLER                       PIC X(24)
004610             VALUE "NOW FAILED        . . .".
004620     05  RPT-F-FAIL                   PIC ZZZ,ZZ9.
004630
004640 01  RPT-FOOTER-4.
004650     05  FILLER                       PIC X(24)
004660             VALUE "STILL INVALID     . . .".
004670     05  RPT-F-INVALID                PIC ZZZ,ZZ9.
004680
004690 01  RPT-FOOTER-5.
004700     05  FILLER                       PIC X(24)
004710             VALUE "NO REJT ON FILE   . . .".
004720     05  RPT-F-NO-REJT                PIC ZZZ,ZZ9.
004730
004740 01  RPT-FOOTER-6.
004750     05  FILLER                       PIC X(24)
004760             VALUE "ALREADY DECIDED   . . .".
004770     05  RPT-F-DECIDED                PIC ZZZ,ZZ9.
004780
004790 PROCEDURE DIVISION.
004800
004810******************************************************************
004820* 0000-MAINLINE                                                 *
004830******************************************************************
004840 0000-MAINLINE.
004850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004860     PERFORM 2000-PROCESS-CORRECTIONS THRU 2000-EXIT
004870         UNTIL CORRECTIONS-EOF.
004880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004890     STOP RUN.
004900
004910 1000-INITIALIZE.
004920     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
004930     MOVE WK-TODAY TO WK-RUN-DATE.
004940
004950     MOVE WK-RUN-DATE TO WK-CUTOFF-DATE.
004960     IF WK-CUTOFF-MM IS GREATER THAN 6
004970         SUBTRACT 6 FROM WK-CUTOFF-MM
004980     ELSE
004990         ADD 6 TO WK-CUTOFF-MM
005000         SUBTRACT 1 FROM WK-CUTOFF-YYYY
005010     END-IF.
005020
005030     OPEN INPUT CORRECTIONS-FILE.
005040     IF NOT FS-CORRECTIONS-OK
005050         DISPLAY "CORRSCRN - CORRECTIONS-FILE OPEN FAILED, "
005060                 "STATUS = " FS-CORRECTIONS-FILE
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100
005110     OPEN OUTPUT CORRECTIONS-REPORT.
005120     IF NOT FS-CORR-REPORT-OK
005130         DISPLAY "CORRSCRN - CORRECTIONS-REPORT OPEN FAILED, "
005140                 "STATUS = " FS-CORRECTIONS-REPORT
005150         MOVE 16 TO RETURN-CODE
005160         STOP RUN
005170     END-IF.
005180
005190     MOVE WK-TODAY TO RPT-H-DATE.
005200     PERFORM 1400-LOAD-CRITERIA THRU 1400-EXIT.
005210     PERFORM 1300-LOAD-SOURCES THRU 1300-EXIT.
005220     PERFORM 1600-OPEN-RUN-CONTROL THRU 1600-EXIT.
005230
005240     WRITE REPORT-LINE FROM RPT-HEADING-1.
005250     PERFORM 1450-PRINT-CRIT-HEADINGS THRU 1450-EXIT.
005260     WRITE REPORT-LINE FROM RPT-HEADING-2.
005270
005280     PERFORM 1100-LOAD-REJT-ENTRIES THRU 1100-EXIT.
005290
005300     OPEN EXTEND SCREENING-HISTORY-FILE.
005310     IF NOT FS-HISTORY-OK
005320         DISPLAY "CORRSCRN - SCREENING-HISTORY-FILE EXTEND "
005330                 "FAILED, STATUS = " FS-SCREENING-HISTORY
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF.
005370
005380* The master is indexed - candidates are read and rewritten in
005390* place.  A master that does not exist yet is created empty.
005400     OPEN I-O CANDIDATE-MASTER-FILE.
005410     IF FS-MASTER-NOT-FOUND
005420         OPEN OUTPUT CANDIDATE-MASTER-FILE
005430         CLOSE CANDIDATE-MASTER-FILE
005440         OPEN I-O CANDIDATE-MASTER-FILE
005450     END-IF.
005460     IF NOT FS-MASTER-OK
005470         DISPLAY "CORRSCRN - CANDIDATE-MASTER-FILE OPEN "
005480                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
005490         MOVE 16 TO RETURN-CODE
005500         STOP RUN
005510     END-IF.
005520
005530* Every corrected position is proved against the requisition
005540* master - no master, no rescreen.
005550     OPEN INPUT REQUISITION-MASTER-FILE.
005560     IF NOT FS-REQUISITION-OK
005570         DISPLAY "CORRSCRN - REQUISITION-MASTER-FILE OPEN "
005580                 "FAILED, STATUS = " FS-REQUISITION-MASTER
005590         MOVE 16 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620
005630     OPEN OUTPUT STAGE1-PASS-FILE.
005640     IF NOT FS-STAGE1-PASS-OK
005650         DISPLAY "CORRSCRN - STAGE1-PASS-FILE OPEN FAILED, "
005660                 "STATUS = " FS-STAGE1-PASS-FILE
005670         MOVE 16 TO RETURN-CODE
005680         STOP RUN
005690     END-IF.
005700
005710     OPEN OUTPUT ATS-INTERFACE-FILE.
005720     IF NOT FS-ATS-OK
005730         DISPLAY "CORRSCRN - ATS-INTERFACE-FILE OPEN FAILED, "
005740                 "STATUS = " FS-ATS-INTERFACE
005750         MOVE 16 TO RETURN-CODE
005760         STOP RUN
005770     END-IF.
005780
005790     PERFORM 1500-WRITE-ATS-HEADER THRU 1500-EXIT.
005800
005810 1000-EXIT.
005820     EXIT.
005830
005840******************************************************************
005850* 1600-OPEN-RUN-CONTROL                                         *
005860*   Assigns this correction run the next run number from the    *
005870*   run-control journal and appends its STARTED record (type    *
005880*   C - corrections never block a normal run's generation       *
005890*   check, and are never refused themselves).                   *
005900******************************************************************
005910 1600-OPEN-RUN-CONTROL.
005920     OPEN INPUT RUN-CONTROL-FILE.
005930     IF FS-RUNCTL-NOT-FOUND
005940         GO TO 1600-ASSIGN
005950     END-IF.
005960     IF NOT FS-RUNCTL-OK
005970         DISPLAY "CORRSCRN - RUN-CONTROL-FILE OPEN FAILED, "
005980                 "STATUS = " FS-RUN-CONTROL
005990         MOVE 16 TO RETURN-CODE
006000         STOP RUN
006010     END-IF.
006020
006030     PERFORM 1610-SCAN-ONE-RUNCTL THRU 1610-EXIT
006040         UNTIL RUN-CONTROL-EOF.
006050     CLOSE RUN-CONTROL-FILE.
006060
006070 1600-ASSIGN.
006080     COMPUTE WK-RUN-NUMBER = WK-MAX-RUN-NUMBER + 1.
006090
006100     OPEN EXTEND RUN-CONTROL-FILE.
006110     IF NOT FS-RUNCTL-OK
006120         CLOSE RUN-CONTROL-FILE
006130         OPEN OUTPUT RUN-CONTROL-FILE
006140     END-IF.
006150     MOVE SPACES TO RUNCTL-RECORD.
006160     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
006170     SET RUN-STARTED TO TRUE.
006180     SET RUN-TYPE-CORRECTION TO TRUE.
006190     MOVE WK-TODAY TO RUN-EXTRACT-DATE.
006200     MOVE WK-TODAY TO RUN-EVENT-DATE.
006210     MOVE ZERO TO RUN-READ-COUNT RUN-PASS-COUNT RUN-FAIL-COUNT
006220                  RUN-REJECT-COUNT RUN-DUPL-COUNT.
006230     WRITE RUNCTL-RECORD.
006240     CLOSE RUN-CONTROL-FILE.
006250
006260     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
006270
006280 1600-EXIT.
006290     EXIT.
006300
006310 1610-SCAN-ONE-RUNCTL.
006320     READ RUN-CONTROL-FILE
006330         AT END
006340             SET RUN-CONTROL-EOF TO TRUE
006350             GO TO 1610-EXIT
006360     END-READ.
006370
006380     IF RUN-NUMBER-X IS NUMERIC
006390        AND RUN-NUMBER IS GREATER THAN WK-MAX-RUN-NUMBER
006400         MOVE RUN-NUMBER TO WK-MAX-RUN-NUMBER
006410     END-IF.
006420
006430 1610-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470* 1500-WRITE-ATS-HEADER                                         *
006480*   Assigns the next ATS batch sequence number from the         *
006490*   ATSBSEQ control file (incremented and rewritten at once)    *
006500*   and writes the interface header.                            *
006510******************************************************************
006520 1500-WRITE-ATS-HEADER.
006530     MOVE ZERO TO WK-ATS-BATCH-SEQ.
006540     OPEN INPUT ATS-BATCH-SEQ-FILE.
006550     IF FS-ATS-SEQ-NOT-FOUND
006560         GO TO 1500-ASSIGN
006570     END-IF.
006580     IF NOT FS-ATS-SEQ-OK
006590         DISPLAY "CORRSCRN - ATS-BATCH-SEQ-FILE OPEN FAILED, "
006600                 "STATUS = " FS-ATS-BATCH-SEQ
006610         MOVE 16 TO RETURN-CODE
006620         STOP RUN
006630     END-IF.
006640
006650     READ ATS-BATCH-SEQ-FILE
006660         AT END
006670             GO TO 1500-CLOSE
006680     END-READ.
006690     IF SEQ-BATCH-NUMBER-X IS NUMERIC
006700         MOVE SEQ-BATCH-NUMBER TO WK-ATS-BATCH-SEQ
006710     END-IF.
006720
006730 1500-CLOSE.
006740     CLOSE ATS-BATCH-SEQ-FILE.
006750
006760 1500-ASSIGN.
006770     ADD 1 TO WK-ATS-BATCH-SEQ.
006780     OPEN OUTPUT ATS-BATCH-SEQ-FILE.
006790     MOVE WK-ATS-BATCH-SEQ TO SEQ-BATCH-NUMBER.
006800     WRITE ATS-SEQ-LINE.
006810     CLOSE ATS-BATCH-SEQ-FILE.
006820
006830     MOVE SPACES TO ATS-HEADER-RECORD.
006840     MOVE "HDR" TO AHR-RECORD-TYPE.
006850     MOVE WK-TODAY TO AHR-EXTRACT-DATE.
006860     MOVE WK-ATS-BATCH-SEQ TO AHR-BATCH-SEQ.
006870     WRITE ATS-LINE FROM ATS-HEADER-RECORD.
006880
006890 1500-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930* 1100-LOAD-REJT-ENTRIES                                        *
006940*   Scans the screening history for REJT entries and keeps     *
006950*   the latest one per candidate - a correction is only        *
006960*   honored for a candidate the screening actually kicked      *
006970*   out as bad data.                                           *
006980******************************************************************
006990 1100-LOAD-REJT-ENTRIES.
007000     OPEN INPUT SCREENING-HISTORY-FILE.
007010     IF NOT FS-HISTORY-OK
007020         DISPLAY "CORRSCRN - SCREENING-HISTORY-FILE OPEN "
007030                 "FAILED, STATUS = " FS-SCREENING-HISTORY
007040         MOVE 16 TO RETURN-CODE
007050         STOP RUN
007060     END-IF.
007070
007080     PERFORM 1110-SCAN-ONE-HISTORY THRU 1110-EXIT
007090         UNTIL HISTORY-EOF.
007100     CLOSE SCREENING-HISTORY-FILE.
007110
007120 1100-EXIT.
007130     EXIT.
007140
007150 1110-SCAN-ONE-HISTORY.
007160     READ SCREENING-HISTORY-FILE
007170         AT END
007180             SET HISTORY-EOF TO TRUE
007190             GO TO 1110-EXIT
007200     END-READ.
007210
007220     IF NOT HIST-RESULT-REJECT
007230         GO TO 1110-EXIT
007240     END-IF.
007250
007260     MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID.
007270     PERFORM 2600-FIND-REJT-ENTRY THRU 2600-EXIT.
007280     IF REJT-FOUND
007290         IF HIST-RUN-DATE IS GREATER THAN
007300            RJ-REJT-DATE (RJ-FOUND-IDX)
007310             MOVE HIST-RUN-DATE TO RJ-REJT-DATE (RJ-FOUND-IDX)
007320         END-IF
007330         GO TO 1110-EXIT
007340     END-IF.
007350
007360     IF RJ-COUNT IS NOT LESS THAN 5000
007370         DISPLAY "CORRSCRN - REJT-TABLE FULL AT 5000 ENTRIES"
007380         MOVE 16 TO RETURN-CODE
007390         STOP RUN
007400     END-IF.
007410     ADD 1 TO RJ-COUNT.
007420     MOVE HIST-CAND-ID TO RJ-CAND-ID (RJ-COUNT).
007430     MOVE HIST-RUN-DATE TO RJ-REJT-DATE (RJ-COUNT).
007440
007450 1110-EXIT.
007460     EXIT.
007470
007480******************************************************************
007490* 1300-LOAD-SOURCES                                             *
007500*   Reads the recruiting-source table into SOURCE-TABLE.  A     *
007510*   missing table or a bad record fails the step before any     *
007520*   decision is written.                                        *
007530******************************************************************
007540 1300-LOAD-SOURCES.
007550     OPEN INPUT SOURCE-FILE.
007560     IF NOT FS-SOURCE-OK
007570         DISPLAY "CORRSCRN - SOURCE-FILE OPEN FAILED, "
007580                 "STATUS = " FS-SOURCE-FILE
007590         MOVE 16 TO RETURN-CODE
007600         STOP RUN
007610     END-IF.
007620
007630     PERFORM 1310-LOAD-ONE-SOURCE THRU 1310-EXIT
007640         UNTIL SOURCE-EOF.
007650     CLOSE SOURCE-FILE.
007660
007670 1300-EXIT.
007680     EXIT.
007690
007700 1310-LOAD-ONE-SOURCE.
007710     READ SOURCE-FILE
007720         AT END
007730             SET SOURCE-EOF TO TRUE
007740             GO TO 1310-EXIT
007750     END-READ.
007760
007770     IF NOT SRC-CHANNEL-VALID
007780        OR SRC-PLACEMENT-FEE-X IS NOT NUMERIC
007790         DISPLAY "CORRSCRN - BAD SOURCE RECORD: "
007800                 SOURCE-RECORD
007810         MOVE 16 TO RETURN-CODE
007820         STOP RUN
007830     END-IF.
007840
007850     IF SR-COUNT IS NOT LESS THAN 200
007860         DISPLAY "CORRSCRN - SOURCE-TABLE FULL AT "
007870                 "200 ENTRIES"
007880         MOVE 16 TO RETURN-CODE
007890         STOP RUN
007900     END-IF.
007910     ADD 1 TO SR-COUNT.
007920     MOVE SRC-KEY TO SR-KEY (SR-COUNT).
007930
007940 1310-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980* 1320-FIND-SOURCE-ENTRY                                        *
007990*   Serial search of SOURCE-TABLE for WK-SEARCH-SOURCE.         *
008000******************************************************************
008010 1320-FIND-SOURCE-ENTRY.
008020     SET SR-NOT-FOUND TO TRUE.
008030     MOVE ZERO TO SR-FOUND-IDX.
008040     PERFORM 1325-MATCH-SOURCE-ENTRY THRU 1325-EXIT
008050         VARYING SR-IDX FROM 1 BY 1
008060         UNTIL SR-IDX IS GREATER THAN SR-COUNT
008070            OR SR-FOUND.
008080
008090 1320-EXIT.
008100     EXIT.
008110
008120 1325-MATCH-SOURCE-ENTRY.
008130     IF SR-KEY (SR-IDX) IS EQUAL TO WK-SEARCH-SOURCE
008140         SET SR-FOUND TO TRUE
008150         MOVE SR-IDX TO SR-FOUND-IDX
008160     END-IF.
008170
008180 1325-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220* 1400-LOAD-CRITERIA                                            *
008230*   Reads the shared screening-criteria file, validates every   *
008240*   record, and keeps one stage-1 band per position, the       *
008250*   latest effective date on or before the run date winning    *
008260*   per position - the same rules the nightly screening        *
008270*   applies.  No default (blank-position) band in force fails  *
008280*   the step.                                                   *
008290******************************************************************
008300 1400-LOAD-CRITERIA.
008310     OPEN INPUT CRITERIA-FILE.
008320     IF NOT FS-CRITERIA-OK
008330         DISPLAY "CORRSCRN - CRITERIA-FILE OPEN FAILED, "
008340                 "STATUS = " FS-CRITERIA-FILE
008350         MOVE 16 TO RETURN-CODE
008360         STOP RUN
008370     END-IF.
008380
008390     PERFORM 1410-LOAD-ONE-CRITERIA THRU 1410-EXIT
008400         UNTIL CRITERIA-EOF.
008410     CLOSE CRITERIA-FILE.
008420
008430     IF NOT STAGE1-CRIT-FOUND
008440         DISPLAY "CORRSCRN - NO DEFAULT STAGE-1 CRITERIA "
008450                 "IN FORCE FOR " WK-RUN-DATE
008460         MOVE 16 TO RETURN-CODE
008470         STOP RUN
008480     END-IF.
008490
008500 1400-EXIT.
008510     EXIT.
008520
008530 1410-LOAD-ONE-CRITERIA.
008540     READ CRITERIA-FILE
008550         AT END
008560             SET CRITERIA-EOF TO TRUE
008570             GO TO 1410-EXIT
008580     END-READ.
008590
008600     IF (NOT CRIT-STAGE-1 AND NOT CRIT-STAGE-2)
008610        OR CRIT-EFFECTIVE-DATE-X IS NOT NUMERIC
008620        OR CRIT-MIN-AGE-X IS NOT NUMERIC
008630        OR CRIT-MAX-AGE-X IS NOT NUMERIC
008640        OR (NOT CRIT-NO-EXPIRY
008650            AND CRIT-EXPIRE-DATE-X IS NOT NUMERIC)
008660         DISPLAY "CORRSCRN - BAD CRITERIA RECORD: "
008670                 CRITERIA-RECORD
008680         MOVE 16 TO RETURN-CODE
008690         STOP RUN
008700     END-IF.
008710     IF CRIT-MIN-AGE IS GREATER THAN CRIT-MAX-AGE
008720         DISPLAY "CORRSCRN - CRITERIA MIN AGE EXCEEDS MAX: "
008730                 CRITERIA-RECORD
008740         MOVE 16 TO RETURN-CODE
008750         STOP RUN
008760     END-IF.
008770
008780     IF CRIT-STAGE-1
008790        AND CRIT-EFFECTIVE-DATE IS NOT GREATER THAN WK-TODAY
008800        AND (CRIT-NO-EXPIRY
008810             OR CRIT-EXPIRE-DATE IS GREATER THAN WK-TODAY)
008820         PERFORM 1430-POST-CRIT-ENTRY THRU 1430-EXIT
008830     END-IF.
008840
008850 1410-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890* 1430-POST-CRIT-ENTRY                                          *
008900*   Posts the in-force criteria record into CRITERIA-TABLE -   *
008910*   overlaying the entry for its position when the effective   *
008920*   date is as late or later, adding a new entry if the        *
008930*   position has none yet.  Posting the default (blank         *
008940*   position) band satisfies the job-start check.              *
008950******************************************************************
008960 1430-POST-CRIT-ENTRY.
008970     MOVE CRIT-POSITION TO WK-SEARCH-POSITION.
008980     PERFORM 1420-FIND-CRIT-ENTRY THRU 1420-EXIT.
008990
009000     IF CR-NOT-FOUND
009010         IF CR-COUNT IS NOT LESS THAN 100
009020             DISPLAY "CORRSCRN - CRITERIA-TABLE FULL AT "
009030                     "100 ENTRIES"
009040             MOVE 16 TO RETURN-CODE
009050             STOP RUN
009060         END-IF
009070         ADD 1 TO CR-COUNT
009080         MOVE CR-COUNT TO CR-FOUND-IDX
009090         MOVE CRIT-POSITION TO CR-POSITION (CR-FOUND-IDX)
009100         MOVE ZERO TO CR-EFF-DATE (CR-FOUND-IDX)
009110     END-IF.
009120
009130     IF CRIT-EFFECTIVE-DATE IS NOT LESS THAN
009140        CR-EFF-DATE (CR-FOUND-IDX)
009150         MOVE CRIT-EFFECTIVE-DATE TO CR-EFF-DATE (CR-FOUND-IDX)
009160         MOVE CRIT-MIN-AGE TO CR-MIN-AGE (CR-FOUND-IDX)
009170         MOVE CRIT-MAX-AGE TO CR-MAX-AGE (CR-FOUND-IDX)
009180         IF CRIT-DEFAULT-BAND
009190             SET STAGE1-CRIT-FOUND TO TRUE
009200         END-IF
009210     END-IF.
009220
009230 1430-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270* 1420-FIND-CRIT-ENTRY                                          *
009280*   Serial search of CRITERIA-TABLE for WK-SEARCH-POSITION.     *
009290******************************************************************
009300 1420-FIND-CRIT-ENTRY.
009310     SET CR-NOT-FOUND TO TRUE.
009320     MOVE ZERO TO CR-FOUND-IDX.
009330     PERFORM 1425-MATCH-CRIT-ENTRY THRU 1425-EXIT
009340         VARYING CR-IDX FROM 1 BY 1
009350         UNTIL CR-IDX IS GREATER THAN CR-COUNT
009360            OR CR-FOUND.
009370
009380 1420-EXIT.
009390     EXIT.
009400
009410 1425-MATCH-CRIT-ENTRY.
009420     IF CR-POSITION (CR-IDX) IS EQUAL TO WK-SEARCH-POSITION
009430         SET CR-FOUND TO TRUE
009440         MOVE CR-IDX TO CR-FOUND-IDX
009450     END-IF.
009460
009470 1425-EXIT.
009480     EXIT.
009490
009500******************************************************************
009510* 1450-PRINT-CRIT-HEADINGS                                      *
009520*   One heading line per age band in force, so a disputed      *
009530*   decision for any position can be checked against the       *
009540*   rules that applied that day.                                *
009550******************************************************************
009560 1450-PRINT-CRIT-HEADINGS.
009570     PERFORM 1455-PRINT-ONE-CRIT THRU 1455-EXIT
009580         VARYING CR-IDX FROM 1 BY 1
009590         UNTIL CR-IDX IS GREATER THAN CR-COUNT.
009600
009610 1450-EXIT.
009620     EXIT.
009630
009640 1455-PRINT-ONE-CRIT.
009650     IF CR-POSITION (CR-IDX) IS EQUAL TO SPACES
009660         MOVE "*DEFAULT" TO RPT-H-POSITION
009670     ELSE
009680         MOVE CR-POSITION (CR-IDX) TO RPT-H-POSITION
009690     END-IF.
009700     MOVE CR-MIN-AGE (CR-IDX) TO RPT-H-MIN-AGE.
009710     MOVE CR-MAX-AGE (CR-IDX) TO RPT-H-MAX-AGE.
009720     MOVE CR-EFF-DATE (CR-IDX) TO RPT-H-EFF-DATE.
009730     WRITE REPORT-LINE FROM RPT-HEADING-CRIT.
009740
009750 1455-EXIT.
009760     EXIT.
009770
009780 2000-PROCESS-CORRECTIONS.
009790     READ CORRECTIONS-FILE
009800         AT END
009810             SET CORRECTIONS-EOF TO TRUE
009820             GO TO 2000-EXIT
009830     END-READ.
009840     ADD 1 TO CT-CORRECTIONS-READ.
009850
009860     PERFORM 2100-RESCREEN-CORRECTION THRU 2100-EXIT.
009870
009880 2000-EXIT.
009890     EXIT.
009900
009910******************************************************************
009920* 2100-RESCREEN-CORRECTION                                      *
009930*   One correction: the age must now be clean, the source and   *
009940*   the requisition must be on file, the candidate must have a  *
009950*   REJT on file, and must not have a decision still standing   *
009960*   in the master.  Only then is the age test                   *
009970*   applied and the decision written everywhere a nightly       *
009980*   decision would go.                                          *
009990******************************************************************
010000 2100-RESCREEN-CORRECTION.
010010     MOVE SPACES TO WK-DISPOSITION.
010020
010030     IF CORR-AGE-X IS NOT NUMERIC
010040         MOVE "STILL INVALID" TO WK-DISPOSITION
010050         ADD 1 TO CT-STILL-INVALID
010060         PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT
010070         GO TO 2100-EXIT
010080     END-IF.
010090     IF CORR-AGE IS GREATER THAN 150
010100         MOVE "STILL INVALID" TO WK-DISPOSITION
010110         ADD 1 TO CT-STILL-INVALID
010120         PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT
010130         GO TO 2100-EXIT
010140     END-IF.
010150
010160* The corrected age must agree with the birthdate on file,
010170* exactly as the nightly screening demands.
010180     PERFORM 2160-VALIDATE-BIRTH-DATE THRU 2160-EXIT.
010190     IF BIRTH-DATE-BAD
010200        OR WK-DERIVED-AGE IS NOT EQUAL TO CORR-AGE
010210         MOVE "STILL INVALID" TO WK-DISPOSITION
010220         ADD 1 TO CT-STILL-INVALID
010230         PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT
010240         GO TO 2100-EXIT
010250     END-IF.
010260     MOVE WK-DERIVED-AGE TO CORR-AGE.
010270
010280* The source must pass the same test as in the nightly
010290* screening.
010300     PERFORM 2180-CHECK-SOURCE THRU 2180-EXIT.
010310     IF SR-NOT-FOUND
010320         MOVE "STILL INVALID" TO WK-DISPOSITION
010330         ADD 1 TO CT-STILL-INVALID
010340         PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT
010350         GO TO 2100-EXIT
010360     END-IF.
010370
010380* And so must the position - a code HR never set up, or a
010390* requisition already closed, gets no decision.
010400     PERFORM 2190-CHECK-REQUISITION THRU 2190-EXIT.
010410     IF REQUISITION-BAD
010420         MOVE "STILL INVALID" TO WK-DISPOSITION
010430         ADD 1 TO CT-STILL-INVALID
010440         PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT
010450         GO TO 2100-EXIT
010460     END-IF.
010470
010480     MOVE CORR-CAND-ID TO WK-SEARCH-CAND-ID.
010490     PERFORM 2600-FIND-REJT-ENTRY THRU 2600-EXIT.
010500     IF REJT-NOT-FOUND
010510         MOVE "NO REJT ON FILE" TO WK-DISPOSITION
010520         ADD 1 TO CT-NO-REJT
010530         PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT
010540         GO TO 2100-EXIT
010550     END-IF.
010560
010570     PERFORM 2700-FIND-MASTER-ENTRY THRU 2700-EXIT.
010580     IF MASTER-FOUND
010590         IF MAST-DECISION-DATE IS NOT LESS THAN
010600            WK-CUTOFF-DATE
010610             MOVE "ALREADY DECIDED" TO WK-DISPOSITION
010620             ADD 1 TO CT-ALREADY-DECIDED
010630             PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT
010640             GO TO 2100-EXIT
010650         END-IF
010660     END-IF.
010670
010680* The band for the correction's position - or the default when
010690* the position has no band of its own.
010700     PERFORM 2150-SELECT-CRITERIA THRU 2150-EXIT.
010710
010720     IF CORR-AGE IS NOT LESS THAN WK-STAGE1-MIN-AGE
010730        AND CORR-AGE IS NOT GREATER THAN WK-STAGE1-MAX-AGE
010740         MOVE "PASS" TO WK-DISPOSITION
010750         ADD 1 TO CT-PASS-COUNT
010760     ELSE
010770         MOVE "FAIL" TO WK-DISPOSITION
010780         ADD 1 TO CT-FAIL-COUNT
010790     END-IF.
010800
010810     PERFORM 2200-WRITE-AMENDED-HISTORY THRU 2200-EXIT.
010820     PERFORM 2300-UPDATE-MASTER THRU 2300-EXIT.
010830     PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT.
010840
010850     IF WK-DISPOSITION IS EQUAL TO "PASS"
010860         PERFORM 2500-WRITE-PASS-RECORDS THRU 2500-EXIT
010870     END-IF.
010880
010890 2100-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930* 2150-SELECT-CRITERIA                                          *
010940*   Picks the age band for the correction being rescreened -    *
010950*   the entry for the candidate's position when it has one,     *
010960*   the default band otherwise.  The default is proved in       *
010970*   force at job start, so there is always a band to select.    *
010980******************************************************************
010990 2150-SELECT-CRITERIA.
011000     MOVE CORR-POSITION TO WK-SEARCH-POSITION.
011010     PERFORM 1420-FIND-CRIT-ENTRY THRU 1420-EXIT.
011020     IF CR-NOT-FOUND
011030         MOVE SPACES TO WK-SEARCH-POSITION
011040         PERFORM 1420-FIND-CRIT-ENTRY THRU 1420-EXIT
011050     END-IF.
011060
011070     MOVE CR-MIN-AGE (CR-FOUND-IDX) TO WK-STAGE1-MIN-AGE.
011080     MOVE CR-MAX-AGE (CR-FOUND-IDX) TO WK-STAGE1-MAX-AGE.
011090
011100 2150-EXIT.
011110     EXIT.
011120
011130******************************************************************
011140* 2160-VALIDATE-BIRTH-DATE                                      *
011150*   Proves CORR-BIRTH-DATE is a real calendar date - numeric,   *
011160*   month 1-12, day within the month (29 February only in a    *
011170*   leap year), and in the past - then derives the age as of   *
011180*   the run date into WK-DERIVED-AGE.                           *
011190******************************************************************
011200 2160-VALIDATE-BIRTH-DATE.
011210     SET BIRTH-DATE-BAD TO TRUE.
011220
011230     IF CORR-BIRTH-DATE-X IS NOT NUMERIC
011240         GO TO 2160-EXIT
011250     END-IF.
011260
011270     MOVE CORR-BIRTH-DATE TO WK-BIRTH-DATE.
011280
011290     IF WK-BIRTH-MM IS LESS THAN 1
011300        OR WK-BIRTH-MM IS GREATER THAN 12
011310         GO TO 2160-EXIT
011320     END-IF.
011330
011340     MOVE MONTH-DAYS (WK-BIRTH-MM) TO WK-MAX-DAY.
011350     IF WK-BIRTH-MM IS EQUAL TO 2
011360         PERFORM 2170-CHECK-LEAP-YEAR THRU 2170-EXIT
011370         IF LEAP-YEAR
011380             MOVE 29 TO WK-MAX-DAY
011390         END-IF
011400     END-IF.
011410
011420     IF WK-BIRTH-DD IS LESS THAN 1
011430        OR WK-BIRTH-DD IS GREATER THAN WK-MAX-DAY
011440         GO TO 2160-EXIT
011450     END-IF.
011460
011470     IF CORR-BIRTH-DATE IS NOT LESS THAN WK-TODAY
011480         GO TO 2160-EXIT
011490     END-IF.
011500
011510     COMPUTE WK-DERIVED-AGE = WK-RUN-YYYY - WK-BIRTH-YYYY.
011520     IF WK-BIRTH-MM IS GREATER THAN WK-RUN-MM
011530        OR (WK-BIRTH-MM IS EQUAL TO WK-RUN-MM
011540            AND WK-BIRTH-DD IS GREATER THAN WK-RUN-DD)
011550         SUBTRACT 1 FROM WK-DERIVED-AGE
011560     END-IF.
011570     SET BIRTH-DATE-OK TO TRUE.
011580
011590 2160-EXIT.
011600     EXIT.
011610
011620******************************************************************
011630* 2170-CHECK-LEAP-YEAR                                          *
011640*   A year divisible by 4 is leap, except a century year that   *
011650*   is not divisible by 400.                                    *
011660******************************************************************
011670 2170-CHECK-LEAP-YEAR.
011680     SET NOT-LEAP-YEAR TO TRUE.
011690     DIVIDE WK-BIRTH-YYYY BY 4
011700         GIVING WK-LEAP-QUOT REMAINDER WK-LEAP-REM.
011710     IF WK-LEAP-REM IS NOT EQUAL TO ZERO
011720         GO TO 2170-EXIT
011730     END-IF.
011740
011750     DIVIDE WK-BIRTH-YYYY BY 100
011760         GIVING WK-LEAP-QUOT REMAINDER WK-LEAP-REM.
011770     IF WK-LEAP-REM IS NOT EQUAL TO ZERO
011780         SET LEAP-YEAR TO TRUE
011790         GO TO 2170-EXIT
011800     END-IF.
011810
011820     DIVIDE WK-BIRTH-YYYY BY 400
011830         GIVING WK-LEAP-QUOT REMAINDER WK-LEAP-REM.
011840     IF WK-LEAP-REM IS EQUAL TO ZERO
011850         SET LEAP-YEAR TO TRUE
011860     END-IF.
011870
011880 2170-EXIT.
011890     EXIT.
011900
011910******************************************************************
011920* 2180-CHECK-SOURCE                                             *
011930*   Proves the correction's source against the source table     *
011940*   by the nightly screening's rules - one of the five          *
011950*   channels, an id for a board, agency or referral, a board    *
011960*   or agency listed by its own id, and anything else at        *
011970*   least on the channel's general entry.  SR-NOT-FOUND on      *
011980*   exit means the source is bad.                               *
011990******************************************************************
012000 2180-CHECK-SOURCE.
012010     SET SR-NOT-FOUND TO TRUE.
012020     IF NOT CORR-SOURCE-KNOWN
012030         GO TO 2180-EXIT
012040     END-IF.
012050     IF (CORR-SOURCE-JOB-BOARD OR CORR-SOURCE-AGENCY
012060         OR CORR-SOURCE-REFERRAL)
012070        AND CORR-SOURCE-ID IS EQUAL TO SPACES
012080         GO TO 2180-EXIT
012090     END-IF.
012100
012110     MOVE CORR-SOURCE TO WK-SEARCH-CHANNEL.
012120     MOVE CORR-SOURCE-ID TO WK-SEARCH-SOURCE-ID.
012130     PERFORM 1320-FIND-SOURCE-ENTRY THRU 1320-EXIT.
012140     IF SR-NOT-FOUND
012150        AND NOT CORR-SOURCE-JOB-BOARD
012160        AND NOT CORR-SOURCE-AGENCY
012170         MOVE SPACES TO WK-SEARCH-SOURCE-ID
012180         PERFORM 1320-FIND-SOURCE-ENTRY THRU 1320-EXIT
012190     END-IF.
012200
012210 2180-EXIT.
012220     EXIT.
012230
012240******************************************************************
012250* 2190-CHECK-REQUISITION                                        *
012260*   Random read of the requisition master for CORR-POSITION,    *
012270*   by the nightly intake's rules - a code not on file, or a    *
012280*   requisition already closed, leaves the correction STILL     *
012290*   INVALID.  A requisition on hold or filled is still          *
012300*   rescreened; the scheduling step holds back the interview.   *
012310*   REQUISITION-BAD on exit means the position is refused.      *
012320******************************************************************
012330 2190-CHECK-REQUISITION.
012340     SET REQUISITION-BAD TO TRUE.
012350     MOVE CORR-POSITION TO REQ-POSITION.
012360     READ REQUISITION-MASTER-FILE
012370         INVALID KEY
012380             GO TO 2190-EXIT
012390     END-READ.
012400
012410     IF REQ-STATUS-CLOSED
012420         GO TO 2190-EXIT
012430     END-IF.
012440     SET REQUISITION-OK TO TRUE.
012450
012460 2190-EXIT.
012470     EXIT.
012480
012490******************************************************************
012500* 2200-WRITE-AMENDED-HISTORY                                    *
012510*   The amended entry carries the corrected age, the fresh      *
012520*   decision, and the run date of the REJT entry it amends.     *
012530******************************************************************
012540 2200-WRITE-AMENDED-HISTORY.
012550     MOVE SPACES TO HIST-RECORD.
012560     MOVE WK-RUN-DATE TO HIST-RUN-DATE.
012570     MOVE WK-RUN-NUMBER TO HIST-RUN-NUMBER.
012580     MOVE CORR-CAND-ID TO HIST-CAND-ID.
012590     MOVE CORR-POSITION TO HIST-POSITION.
012600     MOVE CORR-SOURCE TO HIST-SOURCE.
012610     MOVE CORR-AGE TO HIST-AGE.
012620     MOVE WK-DISPOSITION TO HIST-RESULT.
012630     SET HIST-STAGE-1 TO TRUE.
012640     MOVE RJ-REJT-DATE (RJ-FOUND-IDX) TO HIST-AMEND-DATE.
012650     WRITE HIST-RECORD.
012660
012670 2200-EXIT.
012680     EXIT.
012690
012700******************************************************************
012710* 2300-UPDATE-MASTER                                            *
012720*   Writes the corrected decision to the indexed master,        *
012730*   overlaying the candidate's prior record if there is one.    *
012740******************************************************************
012750 2300-UPDATE-MASTER.
012760     MOVE SPACES TO MASTER-RECORD.
012770     MOVE CORR-CAND-ID TO MAST-CAND-ID.
012780     MOVE CORR-CAND-NAME TO MAST-CAND-NAME.
012790     MOVE CORR-AGE TO MAST-AGE.
012800     MOVE WK-RUN-DATE TO MAST-DECISION-DATE.
012810     MOVE WK-DISPOSITION TO MAST-STAGE1-RESULT.
012820     MOVE CORR-POSITION TO MAST-POSITION.
012830     MOVE CORR-SOURCE TO MAST-SOURCE.
012840     MOVE CORR-SOURCE-ID TO MAST-SOURCE-ID.
012850     WRITE MASTER-RECORD
012860         INVALID KEY
012870             REWRITE MASTER-RECORD
012880     END-WRITE.
012890
012900 2300-EXIT.
012910     EXIT.
012920
012930 2400-WRITE-REPORT-LINE.
012940     MOVE SPACES TO RPT-DETAIL-LINE.
012950     MOVE CORR-CAND-ID TO RPT-D-ID.
012960     MOVE CORR-CAND-NAME TO RPT-D-NAME.
012970     IF CORR-AGE-X IS NUMERIC
012980         MOVE CORR-AGE TO RPT-D-AGE
012990     ELSE
013000         MOVE ZERO TO RPT-D-AGE
013010     END-IF.
013020     MOVE WK-DISPOSITION TO RPT-D-DISPOSITION.
013030     IF WK-DISPOSITION IS EQUAL TO "PASS"
013040        OR WK-DISPOSITION IS EQUAL TO "FAIL"
013050         MOVE RJ-REJT-DATE (RJ-FOUND-IDX) TO RPT-D-AMENDS
013060     END-IF.
013070     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
013080
013090 2400-EXIT.
013100     EXIT.
013110
013120******************************************************************
013130* 2500-WRITE-PASS-RECORDS                                       *
013140*   A corrected candidate who now passes joins the normal       *
013150*   chain - the stage-2 step reads the pass file and the ATS    *
013160*   load gets its own extract.                                  *
013170******************************************************************
013180 2500-WRITE-PASS-RECORDS.
013190     MOVE SPACES TO CANDIDATE-WORK-RECORD.
013200     MOVE CORR-CAND-ID TO CWR-CAND-ID.
013210     MOVE CORR-CAND-NAME TO CWR-CAND-NAME.
013220     MOVE CORR-AGE TO CWR-CAND-AGE.
013230     MOVE CORR-BIRTH-DATE TO CWR-BIRTH-DATE.
013240     MOVE CORR-POSITION TO CWR-POSITION.
013250     MOVE "PASS" TO CWR-STAGE1-RESULT.
013260     MOVE CORR-SOURCE TO CWR-SOURCE.
013270     MOVE CORR-SOURCE-ID TO CWR-SOURCE-ID.
013280     WRITE STAGE1-PASS-LINE FROM CANDIDATE-WORK-RECORD.
013290
013300     MOVE SPACES TO ATS-RECORD.
013310     MOVE CORR-CAND-ID TO ATS-CAND-ID.
013320     MOVE CORR-CAND-NAME TO ATS-CAND-NAME.
013330     MOVE CORR-AGE TO ATS-CAND-AGE.
013340     MOVE WK-RUN-DATE TO ATS-DECISION-DATE.
013350     MOVE CORR-POSITION TO ATS-POSITION.
013360     WRITE ATS-LINE FROM ATS-RECORD.
013370     PERFORM 2550-HASH-CAND-ID THRU 2550-EXIT.
013380
013390 2500-EXIT.
013400     EXIT.
013410
013420******************************************************************
013430* 2550-HASH-CAND-ID                                             *
013440*   Adds the numeric value of the candidate id's digits to the  *
013450*   running hash total for the ATS trailer.                     *
013460******************************************************************
013470 2550-HASH-CAND-ID.
013480     MOVE CORR-CAND-ID TO WK-HASH-CAND-ID.
013490     MOVE ZERO TO WK-HASH-VALUE.
013500     PERFORM 2560-HASH-ONE-CHAR THRU 2560-EXIT
013510         VARYING WK-HASH-IDX FROM 1 BY 1
013520         UNTIL WK-HASH-IDX IS GREATER THAN 10.
013530     ADD WK-HASH-VALUE TO WK-ATS-HASH-TOTAL.
013540
013550 2550-EXIT.
013560     EXIT.
013570
013580 2560-HASH-ONE-CHAR.
013590     MOVE WK-HASH-CHAR (WK-HASH-IDX) TO WK-HASH-DIGIT-X.
013600     IF WK-HASH-DIGIT-X IS NUMERIC
013610         COMPUTE WK-HASH-VALUE =
013620             WK-HASH-VALUE * 10 + WK-HASH-DIGIT
013630     END-IF.
013640
013650 2560-EXIT.
013660     EXIT.
013670
013680******************************************************************
013690* 2600-FIND-REJT-ENTRY                                          *
013700*   Serial search of REJT-TABLE for WK-SEARCH-CAND-ID.          *
013710******************************************************************
013720 2600-FIND-REJT-ENTRY.
013730     SET REJT-NOT-FOUND TO TRUE.
013740     MOVE ZERO TO RJ-FOUND-IDX.
013750     PERFORM 2610-MATCH-REJT-ENTRY THRU 2610-EXIT
013760         VARYING RJ-IDX FROM 1 BY 1
013770         UNTIL RJ-IDX IS GREATER THAN RJ-COUNT
013780            OR REJT-FOUND.
013790
013800 2600-EXIT.
013810     EXIT.
013820
013830 2610-MATCH-REJT-ENTRY.
013840     IF RJ-CAND-ID (RJ-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
013850         SET REJT-FOUND TO TRUE
013860         MOVE RJ-IDX TO RJ-FOUND-IDX
013870     END-IF.
013880
013890 2610-EXIT.
013900     EXIT.
013910
013920******************************************************************
013930* 2700-FIND-MASTER-ENTRY                                        *
013940*   Random read of the indexed master for WK-SEARCH-CAND-ID.    *
013950*   Sets MASTER-FOUND and leaves the record in MASTER-RECORD.   *
013960******************************************************************
013970 2700-FIND-MASTER-ENTRY.
013980     SET MASTER-NOT-FOUND TO TRUE.
013990     MOVE WK-SEARCH-CAND-ID TO MAST-CAND-ID.
014000     READ CANDIDATE-MASTER-FILE
014010         INVALID KEY
014020             GO TO 2700-EXIT
014030     END-READ.
014040     SET MASTER-FOUND TO TRUE.
014050
014060 2700-EXIT.
014070     EXIT.
014080
014090 9000-TERMINATE.
014100     MOVE CT-CORRECTIONS-READ TO RPT-F-READ.
014110     MOVE CT-PASS-COUNT TO RPT-F-PASS.
014120     MOVE CT-FAIL-COUNT TO RPT-F-FAIL.
014130     MOVE CT-STILL-INVALID TO RPT-F-INVALID.
014140     MOVE CT-NO-REJT TO RPT-F-NO-REJT.
014150     MOVE CT-ALREADY-DECIDED TO RPT-F-DECIDED.
014160     WRITE REPORT-LINE FROM RPT-FOOTER-1.
014170     WRITE REPORT-LINE FROM RPT-FOOTER-2.
014180     WRITE REPORT-LINE FROM RPT-FOOTER-3.
014190     WRITE REPORT-LINE FROM RPT-FOOTER-4.
014200     WRITE REPORT-LINE FROM RPT-FOOTER-5.
014210     WRITE REPORT-LINE FROM RPT-FOOTER-6.
014220
014230     CLOSE CORRECTIONS-FILE.
014240     CLOSE CORRECTIONS-REPORT.
014250* Record how this correction run came out.  STILL INVALID rides
014260* in the reject count and ALREADY DECIDED in the dupl count -
014270* the nearest things a correction run has to those outcomes.
014280     OPEN EXTEND RUN-CONTROL-FILE.
014290     IF NOT FS-RUNCTL-OK
014300         CLOSE RUN-CONTROL-FILE
014310         OPEN OUTPUT RUN-CONTROL-FILE
014320     END-IF.
014330     MOVE SPACES TO RUNCTL-RECORD.
014340     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
014350     SET RUN-COMPLETED TO TRUE.
014360     SET RUN-TYPE-CORRECTION TO TRUE.
014370     MOVE WK-TODAY TO RUN-EXTRACT-DATE.
014380     MOVE WK-TODAY TO RUN-EVENT-DATE.
014390     MOVE CT-CORRECTIONS-READ TO RUN-READ-COUNT.
014400     MOVE CT-PASS-COUNT TO RUN-PASS-COUNT.
014410     MOVE CT-FAIL-COUNT TO RUN-FAIL-COUNT.
014420     MOVE CT-STILL-INVALID TO RUN-REJECT-COUNT.
014430     MOVE CT-ALREADY-DECIDED TO RUN-DUPL-COUNT.
014440     WRITE RUNCTL-RECORD.
014450     CLOSE RUN-CONTROL-FILE.
014460
014470* One trailer per transmission, even when no correction passed.
014480     MOVE SPACES TO ATS-TRAILER-RECORD.
014490     MOVE "TRL" TO ATR-RECORD-TYPE.
014500     MOVE CT-PASS-COUNT TO ATR-DETAIL-COUNT.
014510     MOVE WK-ATS-HASH-TOTAL TO ATR-HASH-TOTAL.
014520     WRITE ATS-LINE FROM ATS-TRAILER-RECORD.
014530
014540     CLOSE SCREENING-HISTORY-FILE.
014550     CLOSE CANDIDATE-MASTER-FILE.
014560     CLOSE REQUISITION-MASTER-FILE.
014570     CLOSE STAGE1-PASS-FILE.
014580     CLOSE ATS-INTERFACE-FILE.
014590
014600     DISPLAY "CORRSCRN - CORRECTIONS RESCREEN COMPLETE".
014610     DISPLAY "  CORRECTIONS READ    : " CT-CORRECTIONS-READ.
014620     DISPLAY "  NOW PASSED          : " CT-PASS-COUNT.
014630     DISPLAY "  NOW FAILED          : " CT-FAIL-COUNT.
014640
014650 9000-EXIT.
014660     EXIT.
014670
014680 END PROGRAM CORRSCRN.

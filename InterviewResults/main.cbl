000520*                   instead of posting a second disposition,
000530*                   history entry and tally.  Both count
000540*                   toward condition code 4.
000550*   09/07/2026  RD  A hire now counts against its requisition
000560*                   (REQMAST, see REQREC) - the candidate's
000570*                   position is taken from the candidate master,
000580*                   REQ-HIRES goes up by one, and the requisition
000590*                   is marked filled when the last opening is
000600*                   taken.  The position now also rides on the
000610*                   stage-3 history entry.
000620*   09/17/2026  RD  The disposition layout moves to the INTVDSP
000630*                   copybook for the funnel report, and each
000640*                   disposition now carries the date its
000650*                   booking was made (IVD-BOOKED-DATE) - the
000660*                   booking itself is dropped from the
000670*                   assignment journal once settled.
000680*   10/01/2026  RD  Every HIRE now also opens a job offer on the
000690*                   offer file (see OFFREC) - the position, today
000700*                   as the offer date and a response deadline
000710*                   OFFER-RESPONSE-DAYS later - and an offer
000720*                   letter goes to a new LTRFILE generation.
000730*                   OFFRPROC takes the offer from there.
000740*   10/08/2026  RD  Interview outcome history entries now
000750*                   carry the candidate's source channel, read
000760*                   from the master with the position.
000770******************************************************************
000780
000790 IDENTIFICATION DIVISION.
000800 PROGRAM-ID. INTVRSLT.
000810 AUTHOR. RAMADHAN.
000820 INSTALLATION. HR-RECRUITING.
000830 DATE-WRITTEN. 08/21/2026.
000840 DATE-COMPILED.
000850
000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
000890     SELECT INTERVIEW-ASSIGN-FILE ASSIGN TO "INTVASGN"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS FS-ASSIGN-FILE.
000920
000930     SELECT INTERVIEW-RESULTS-FILE ASSIGN TO "INTVRES"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FS-RESULTS-FILE.
000960
000970     SELECT DISPOSITION-FILE ASSIGN TO "INTVDISP"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FS-DISPOSITION-FILE.
001000
001010     SELECT RESULTS-REPORT ASSIGN TO "INTVRPT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS FS-RESULTS-REPORT.
001040
001050     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS FS-SCREENING-HISTORY.
001080
001090     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS FS-RUN-CONTROL.
001120
001130     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS RANDOM
001160         RECORD KEY IS MAST-CAND-ID
001170         FILE STATUS IS FS-CANDIDATE-MASTER.
001180
001190     SELECT REQUISITION-MASTER-FILE ASSIGN TO "REQMAST"
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS RANDOM
001220         RECORD KEY IS REQ-POSITION
001230         FILE STATUS IS FS-REQUISITION-MASTER.
001240
001250     SELECT OFFER-FILE ASSIGN TO "OFFRFILE"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS FS-OFFER-FILE.
001280
001290     SELECT LETTER-FILE ASSIGN TO "LTRFILE"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS FS-LETTER-FILE.
001320
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  INTERVIEW-ASSIGN-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 COPY INTVASG.
001380
001390 FD  INTERVIEW-RESULTS-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  RESULT-RECORD.
001420     05  IVR-CAND-ID                  PIC X(10).
001430     05  IVR-RESULT-CODE              PIC X(01).
001440         88  IVR-HIRED                    VALUE "H".
001450         88  IVR-NO-HIRE                  VALUE "N".
001460         88  IVR-NO-SHOW                  VALUE "S".
001470         88  IVR-CANCELLED                VALUE "C".
001480         88  IVR-CODE-VALID               VALUE "H" "N" "S" "C".
001490     05  IVR-RESULT-DATE              PIC 9(08).
001500     05  IVR-RESULT-DATE-X REDEFINES IVR-RESULT-DATE
001510                                      PIC X(08).
001520     05  IVR-REMARKS                  PIC X(30).
001530     05  FILLER                       PIC X(31).
001540
001550 FD  DISPOSITION-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 COPY INTVDSP.
001580
001590 FD  RESULTS-REPORT
001600     LABEL RECORDS ARE STANDARD.
001610 01  REPORT-LINE                      PIC X(80).
001620
001630 FD  SCREENING-HISTORY-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  HISTORY-LINE                     PIC X(80).
001660
001670 FD  RUN-CONTROL-FILE
001680     LABEL RECORDS ARE STANDARD.
001690 COPY RUNCTL.
001700
001710 FD  CANDIDATE-MASTER-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 COPY CANDMAST.
001740
001750 FD  REQUISITION-MASTER-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 COPY REQREC.
001780
001790 FD  OFFER-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 COPY OFFREC.
001820
001830 FD  LETTER-FILE
001840     LABEL RECORDS ARE STANDARD.
001850 01  LETTER-LINE                      PIC X(80).
001860
001870 WORKING-STORAGE SECTION.
001880
001890 01  FS-ASSIGN-FILE                   PIC X(02).
001900     88  FS-ASSIGN-OK                     VALUE "00".
001910     88  FS-ASSIGN-NOT-FOUND              VALUE "35".
001920 01  FS-RESULTS-FILE                  PIC X(02).
001930     88  FS-RESULTS-OK                    VALUE "00".
001940 01  FS-DISPOSITION-FILE              PIC X(02).
001950     88  FS-DISPOSITION-OK                VALUE "00".
001960     88  FS-DISPOSITION-NOT-FOUND         VALUE "35".
001970 01  FS-RESULTS-REPORT                PIC X(02).
001980     88  FS-RESULTS-REPORT-OK             VALUE "00".
001990 01  FS-SCREENING-HISTORY             PIC X(02).
002000     88  FS-HISTORY-OK                    VALUE "00".
002010 01  FS-RUN-CONTROL                   PIC X(02).
002020     88  FS-RUNCTL-OK                     VALUE "00".
002030     88  FS-RUNCTL-NOT-FOUND              VALUE "35".
002040 01  FS-CANDIDATE-MASTER              PIC X(02).
002050     88  FS-MASTER-OK                     VALUE "00".
002060 01  FS-REQUISITION-MASTER            PIC X(02).
002070     88  FS-REQUISITION-OK                VALUE "00".
002080 01  FS-OFFER-FILE                    PIC X(02).
002090     88  FS-OFFER-OK                      VALUE "00".
002100 01  FS-LETTER-FILE                   PIC X(02).
002110     88  FS-LETTER-OK                     VALUE "00".
002120
002130 01  SW-ASSIGN-EOF                    PIC X(01)   VALUE "N".
002140     88  ASSIGN-EOF                       VALUE "Y".
002150 01  SW-RESULTS-EOF                   PIC X(01)   VALUE "N".
002160     88  RESULTS-EOF                      VALUE "Y".
002170 01  SW-DISPOSITION-EOF               PIC X(01)   VALUE "N".
002180     88  DISPOSITION-EOF                  VALUE "Y".
002190 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
002200     88  RUN-CONTROL-EOF                  VALUE "Y".
002210 01  SW-BOOKING-FOUND                 PIC X(01)   VALUE "N".
002220     88  BOOKING-FOUND                    VALUE "Y".
002230     88  BOOKING-NOT-FOUND                VALUE "N".
002240 01  SW-INTV-FOUND                    PIC X(01)   VALUE "N".
002250     88  INTV-FOUND                       VALUE "Y".
002260     88  INTV-NOT-FOUND                   VALUE "N".
002270
002280 01  CT-RESULTS-READ             PIC 9(07) COMP VALUE ZERO.
002290 01  CT-HIRED                     PIC 9(07) COMP VALUE ZERO.
002300 01  CT-NO-HIRE                   PIC 9(07) COMP VALUE ZERO.
002310 01  CT-NO-SHOW                   PIC 9(07) COMP VALUE ZERO.
002320 01  CT-CANCELLED                 PIC 9(07) COMP VALUE ZERO.
002330 01  CT-NEVER-SCHEDULED           PIC 9(07) COMP VALUE ZERO.
002340 01  CT-BAD-CODE                  PIC 9(07) COMP VALUE ZERO.
002350 01  CT-BAD-DATE                  PIC 9(07) COMP VALUE ZERO.
002360 01  CT-DUP-RESULT                PIC 9(07) COMP VALUE ZERO.
002370 01  CT-AWAITING                  PIC 9(07) COMP VALUE ZERO.
002380 01  CT-REQ-FILLED                PIC 9(07) COMP VALUE ZERO.
002390 01  CT-HIRE-NO-REQ               PIC 9(07) COMP VALUE ZERO.
002400 01  CT-OFFERS-MADE               PIC 9(07) COMP VALUE ZERO.
002410
002420 01  WK-TODAY                         PIC 9(08).
002430 01  WK-SEARCH-CAND-ID                PIC X(10).
002440 01  WK-DISPOSITION                   PIC X(04).
002450
002460* The requisition the candidate was screened for, from the
002470* candidate master - spaces when the master has none.
002480 01  WK-POSITION                      PIC X(08).
002490 01  WK-SOURCE                        PIC X(01).
002500
002510* This execution's run number - highest on the run-control
002520* file plus 1.  A results run is recorded as type R.
002530 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
002540 01  WK-MAX-RUN-NUMBER                PIC 9(07)   VALUE ZERO.
002550
002560* A hired candidate has this many days from the offer date to
002570* accept or decline before OFFRPROC expires the offer.
002580 01  OFFER-RESPONSE-DAYS          PIC 9(03) COMP VALUE 10.
002590 01  WK-OFFER-DEADLINE                PIC 9(08).
002600
002610* ------------------------------------------------------------ *
002620*  DAY NUMBERS                                                  *
002630*    8000 turns WK-DN-DATE into a running day count             *
002640*    (WK-DAY-NUMBER); 8100 turns a day count back into          *
002650*    WK-DN-DATE.  The count starts at 1 March of year zero,     *
002660*    so leap days fall at the end of each counting year.        *
002670* ------------------------------------------------------------ *
002680 01  WK-DN-DATE                       PIC 9(08).
002690 01  WK-DN-DATE-R REDEFINES WK-DN-DATE.
002700     05  WK-DN-YYYY                   PIC 9(04).
002710     05  WK-DN-MM                     PIC 9(02).
002720     05  WK-DN-DD                     PIC 9(02).
002730 01  WK-DAY-NUMBER               PIC S9(07) COMP VALUE ZERO.
002740 01  WK-DN-YEAR                  PIC S9(05) COMP VALUE ZERO.
002750 01  WK-DN-MONTH                 PIC S9(03) COMP VALUE ZERO.
002760 01  WK-DN-DAYS                  PIC S9(07) COMP VALUE ZERO.
002770 01  WK-DN-QUOTIENT              PIC S9(07) COMP VALUE ZERO.
002780 01  WK-DN-Q4                    PIC S9(07) COMP VALUE ZERO.
002790 01  WK-DN-Q100                  PIC S9(07) COMP VALUE ZERO.
002800 01  WK-DN-Q400                  PIC S9(07) COMP VALUE ZERO.
002810 01  WK-DN-WORK                  PIC S9(11) COMP VALUE ZERO.
002820
002830* ------------------------------------------------------------ *
002840*  SCREENING HISTORY / AUDIT ENTRY LAYOUT                       *
002850* ------------------------------------------------------------ *
002860 COPY HISTREC.
002870
002880* ------------------------------------------------------------ *
002890*  EVERY BOOKING STILL ON THE JOURNAL, PLUS THE RESULT POSTED   *
002900*    The assignment file is an append journal - the LAST entry  *
002910*    for a CAND-ID is the booking that stands, so later         *
002920*    entries overlay earlier ones as they are read.  IA-RESULT  *
002930*    is filled in from the disposition journal and from the     *
002940*    results matched this run; space = no result yet.  At end   *
002950*    of run the journal is rewritten with settled bookings      *
002960*    dropped, so the table holds only the open pipeline, not    *
002970*    every booking ever made.                                   *
002980* ------------------------------------------------------------ *
002990 01  ASSIGN-TABLE.
003000     05  IA-COUNT                PIC 9(05) COMP VALUE ZERO.
003010     05  IA-IDX                  PIC 9(05) COMP VALUE ZERO.
003020     05  IA-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
003030     05  IA-ENTRY OCCURS 5000 TIMES.
003040         10  IA-CAND-ID               PIC X(10).
003050         10  IA-CAND-NAME             PIC X(30).
003060         10  IA-INTERVIEWER           PIC X(20).
003070         10  IA-INTV-DATE             PIC 9(08).
003080         10  IA-SLOT                  PIC 9(02).
003090         10  IA-BOOKED-DATE           PIC 9(08).
003100         10  IA-RESULT                PIC X(01).
003110
003120* ------------------------------------------------------------ *
003130*  PER-INTERVIEWER RESULT TALLIES                               *
003140* ------------------------------------------------------------ *
003150 01  INTERVIEWER-TABLE.
003160     05  IV-COUNT                PIC 9(03) COMP VALUE ZERO.
003170     05  IV-IDX                  PIC 9(03) COMP VALUE ZERO.
003180     05  IV-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
003190     05  IV-ENTRY OCCURS 200 TIMES.
003200         10  IV-NAME                  PIC X(20).
003210         10  IV-HIRED            PIC 9(05) COMP.
003220         10  IV-NO-HIRE          PIC 9(05) COMP.
003230         10  IV-NO-SHOW          PIC 9(05) COMP.
003240         10  IV-CANCELLED        PIC 9(05) COMP.
003250
003260* ------------------------------------------------------------ *
003270*  LETTER BUILDING BLOCKS - AS IN CANDLETR                      *
003280* ------------------------------------------------------------ *
003290 01  LTR-SEPARATOR.
003300     05  FILLER                       PIC X(40)
003310             VALUE ALL "-".
003320     05  FILLER                       PIC X(40)
003330             VALUE ALL "-".
003340
003350 01  LTR-TO-LINE.
003360     05  FILLER                       PIC X(12)
003370             VALUE "TO        : ".
003380     05  LTR-TO-NAME                  PIC X(30).
003390     05  FILLER                       PIC X(02)   VALUE " (".
003400     05  LTR-TO-ID                    PIC X(10).
003410     05  FILLER                       PIC X(01)   VALUE ")".
003420     05  FILLER                       PIC X(25)   VALUE SPACES.
003430
003440 01  LTR-POSITION-LINE.
003450     05  FILLER                       PIC X(12)
003460             VALUE "POSITION  : ".
003470     05  LTR-POSITION                 PIC X(08).
003480     05  FILLER                       PIC X(60)   VALUE SPACES.
003490
003500 01  LTR-DATE-LINE.
003510     05  FILLER                       PIC X(12)
003520             VALUE "DATE      : ".
003530     05  LTR-DATE                     PIC 9(08).
003540     05  FILLER                       PIC X(60)   VALUE SPACES.
003550
003560 01  LTR-BLANK-LINE                   PIC X(80)   VALUE SPACES.
003570
003580 01  LTR-OFFER-1                      PIC X(80)   VALUE
003590     "FOLLOWING YOUR INTERVIEW WE ARE PLEASED TO OFFER YOU".
003600 01  LTR-OFFER-2                      PIC X(80)   VALUE
003610     "EMPLOYMENT IN THE POSITION ABOVE.".
003620 01  LTR-OFFER-3.
003630     05  FILLER                       PIC X(35)
003640             VALUE "PLEASE LET HR RECRUITING KNOW BY ".
003650     05  LTR-OF-DEADLINE              PIC 9(08).
003660     05  FILLER                       PIC X(37)
003670             VALUE " WHETHER YOU ACCEPT THIS OFFER.".
003680 01  LTR-OFFER-4                      PIC X(80)   VALUE
003690     "AN OFFER NOT ANSWERED BY THAT DATE WILL LAPSE.".
003700
003710 01  LTR-SIGNATURE                    PIC X(80)   VALUE
003720     "          HR RECRUITING".
003730
003740 01  RPT-HEADING-1.
003750     05  FILLER                       PIC X(27)
003760             VALUE "INTERVIEW RESULTS REPORT - ".
003770     05  RPT-H-DATE                   PIC 9(08).
003780     05  FILLER                       PIC X(06)   VALUE "  RUN ".
003790     05  RPT-H-RUN-NUMBER             PIC 9(07).
003800     05  FILLER                       PIC X(32)   VALUE SPACES.
003810
003820 01  RPT-HEADING-2.
003830     05  FILLER                       PIC X(10)   VALUE "CAND ID".
003840     05  FILLER                       PIC X(32)   VALUE "NAME".
003850     05  FILLER                       PIC X(22)
003860             VALUE "INTERVIEWER".
003870     05  FILLER                       PIC X(16)
003880             VALUE "DISPOSITION".
003890
003900 01  RPT-DETAIL-LINE.
003910     05  RPT-D-ID                     PIC X(10).
003920     05  RPT-D-NAME                   PIC X(32).
003930     05  RPT-D-INTERVIEWER            PIC X(22).
003940     05  RPT-D-DISPOSITION            PIC X(16).
003950
003960 01  RPT-INTERVIEWER-LINE.
003970     05  FILLER                       PIC X(13)
003980             VALUE "INTERVIEWER: ".
003990     05  RPT-I-NAME                   PIC X(20).
004000     05  FILLER                       PIC X(06)   VALUE " HIRE ".
004010     05  RPT-I-HIRED                  PIC ZZZ9.
004020     05  FILLER                       PIC X(06)   VALUE " DECL ".
004030     05  RPT-I-NO-HIRE                PIC ZZZ9.
004040     05  FILLER                       PIC X(06)   VALUE " NOSH ".
004050     05  RPT-I-NO-SHOW                PIC ZZZ9.
004060     05  FILLER                       PIC X(06)   VALUE " CANC ".
004070     05  RPT-I-CANCELLED              PIC ZZZ9.
004080     05  FILLER                       PIC X(07)   VALUE SPACES.
004090
004100 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
004110
004120 01  RPT-FOOTER-1.
004130     05  FILLER                       PIC X(24)
004140             VALUE "RESULTS READ      . . .".
004150     05  RPT-F-READ                   PIC ZZZ,ZZ9.
004160
004170 01  RPT-FOOTER-2.
004180     05  FILLER                       PIC X(24)
004190             VALUE "HIRED             . . .".
004200     05  RPT-F-HIRED                  PIC ZZZ,ZZ9.
004210
004220 01  RPT-FOOTER-3.
004230     05  FILLER                       PIC X(24)
004240             VALUE "NOT HIRED         . . .".
004250     05  RPT-F-NO-HIRE                PIC ZZZ,ZZ9.
004260
004270 01  RPT-FOOTER-4.
004280     05  FILLER                       PIC X(24)
004290             VALUE "NO-SHOWS          . . .".
004300     05  RPT-F-NO-SHOW                PIC ZZZ,ZZ9.
004310
004320 01  RPT-FOOTER-5.
004330     05  FILLER                       PIC X(24)
004340             VALUE "CANCELLED         . . .".
004350     05  RPT-F-CANCELLED              PIC ZZZ,ZZ9.
004360
004370 01  RPT-FOOTER-6.
004380     05  FILLER                       PIC X(24)
004390             VALUE "NEVER SCHEDULED   . . .".
004400     05  RPT-F-NEVER-SCHED            PIC ZZZ,ZZ9.
004410
004420 01  RPT-FOOTER-7.
004430     05  FILLER                       PIC X(24)
004440             VALUE "BAD RESULT CODE   . . .".
004450     05  RPT-F-BAD-CODE               PIC ZZZ,ZZ9.
004460
004470 01  RPT-FOOTER-8.
004480     05  FILLER                       PIC X(24)
004490             VALUE "AWAITING RESULTS  . . .".
004500     05  RPT-F-AWAITING               PIC ZZZ,ZZ9.
004510
004520 01  RPT-FOOTER-9.
004530     05  FILLER                       PIC X(24)
004540             VALUE "BAD RESULT DATE   . . .".
004550     05  RPT-F-BAD-DATE               PIC ZZZ,ZZ9.
004560
004570 01  RPT-FOOTER-10.
004580     05  FILLER                       PIC X(24)
004590             VALUE "DUPLICATE RESULTS . . .".
004600     05  RPT-F-DUP-RESULT             PIC ZZZ,ZZ9.
004610
004620 01  RPT-FOOTER-11.
004630     05  FILLER                       PIC X(24)
004640             VALUE "REQUISITIONS FILLED . .".
004650     05  RPT-F-REQ-FILLED             PIC ZZZ,ZZ9.
004660
004670 01  RPT-FOOTER-12.
004680     05  FILLER                       PIC X(24)
004690             VALUE "HIRES - NO REQUISITION.".
004700     05  RPT-F-HIRE-NO-REQ            PIC ZZZ,ZZ9.
004710
004720 01  RPT-FOOTER-13.
004730     05  FILLER                       PIC X(24)
004740             VALUE "OFFERS MADE       . . .".
004750     05  RPT-F-OFFERS-MADE            PIC ZZZ,ZZ9.
004760
004770 PROCEDURE DIVISION.
004780
004790******************************************************************
004800* 0000-MAINLINE                                                 *
004810******************************************************************
004820 0000-MAINLINE.
004830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004840     PERFORM 2000-LOAD-ASSIGNMENTS THRU 2000-EXIT.
004850* Bookings settled by earlier runs are marked before any
004860* counting, so they never re-count as awaiting.
004870     PERFORM 2500-LOAD-DISPOSITIONS THRU 2500-EXIT.
004880     PERFORM 1050-OPEN-DISPOSITIONS THRU 1050-EXIT.
004890     PERFORM 3000-MATCH-RESULTS THRU 3000-EXIT.
004900     PERFORM 4000-REPORT-INTERVIEWERS THRU 4000-EXIT.
004910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004920     STOP RUN.
004930
004940 1000-INITIALIZE.
004950     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
004960
004970     OPEN OUTPUT RESULTS-REPORT.
004980     IF NOT FS-RESULTS-REPORT-OK
004990         DISPLAY "INTVRSLT - RESULTS-REPORT OPEN FAILED, "
005000                 "STATUS = " FS-RESULTS-REPORT
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF.
005040
005050* Interview outcomes join the audit trail too.
005060     OPEN EXTEND SCREENING-HISTORY-FILE.
005070     IF NOT FS-HISTORY-OK
005080         CLOSE SCREENING-HISTORY-FILE
005090         OPEN OUTPUT SCREENING-HISTORY-FILE
005100     END-IF.
005110
005120* Every execution gets a unique run number for the history
005130* entries and the report heading.
005140     PERFORM 1600-OPEN-RUN-CONTROL THRU 1600-EXIT.
005150
005160* The master gives each outcome its position, and a hire is
005170* counted against that position's requisition.
005180     OPEN INPUT CANDIDATE-MASTER-FILE.
005190     IF NOT FS-MASTER-OK
005200         DISPLAY "INTVRSLT - CANDIDATE-MASTER-FILE OPEN "
005210                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
005220         MOVE 16 TO RETURN-CODE
005230         STOP RUN
005240     END-IF.
005250
005260     OPEN I-O REQUISITION-MASTER-FILE.
005270     IF NOT FS-REQUISITION-OK
005280         DISPLAY "INTVRSLT - REQUISITION-MASTER-FILE OPEN "
005290                 "FAILED, STATUS = " FS-REQUISITION-MASTER
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330
005340* A hire opens a job offer on the offer file and sends the
005350* offer letter.
005360     OPEN EXTEND OFFER-FILE.
005370     IF NOT FS-OFFER-OK
005380         CLOSE OFFER-FILE
005390         OPEN OUTPUT OFFER-FILE
005400     END-IF.
005410
005420     OPEN OUTPUT LETTER-FILE.
005430     IF NOT FS-LETTER-OK
005440         DISPLAY "INTVRSLT - LETTER-FILE OPEN FAILED, "
005450                 "STATUS = " FS-LETTER-FILE
005460         MOVE 16 TO RETURN-CODE
005470         STOP RUN
005480     END-IF.
005490
005500* Every offer made this run has the same deadline.
005510     MOVE WK-TODAY TO WK-DN-DATE.
005520     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
005530     ADD OFFER-RESPONSE-DAYS TO WK-DAY-NUMBER.
005540     PERFORM 8100-DAY-NUMBER-TO-DATE THRU 8100-EXIT.
005550     MOVE WK-DN-DATE TO WK-OFFER-DEADLINE.
005560
005570     MOVE WK-TODAY TO RPT-H-DATE.
005580     WRITE REPORT-LINE FROM RPT-HEADING-1.
005590     WRITE REPORT-LINE FROM RPT-HEADING-2.
005600
005610 1000-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 1050-OPEN-DISPOSITIONS                                        *
005660*   Reopens the disposition journal for this run's appends -    *
005670*   one entry per result posted - after 2500 has read the       *
005680*   prior runs' entries back.                                   *
005690******************************************************************
005700 1050-OPEN-DISPOSITIONS.
005710     OPEN EXTEND DISPOSITION-FILE.
005720     IF NOT FS-DISPOSITION-OK
005730         CLOSE DISPOSITION-FILE
005740         OPEN OUTPUT DISPOSITION-FILE
005750     END-IF.
005760
005770 1050-EXIT.
005780     EXIT.
005790
005800******************************************************************
005810* 1600-OPEN-RUN-CONTROL                                         *
005820*   Assigns this results run the next run number from the       *
005830*   run-control journal and appends its STARTED record (type    *
005840*   R - results runs never block a normal run's generation      *
005850*   check, and are never refused themselves).                   *
005860******************************************************************
005870 1600-OPEN-RUN-CONTROL.
005880     OPEN INPUT RUN-CONTROL-FILE.
005890     IF FS-RUNCTL-NOT-FOUND
005900         GO TO 1600-ASSIGN
005910     END-IF.
005920     IF NOT FS-RUNCTL-OK
005930         DISPLAY "INTVRSLT - RUN-CONTROL-FILE OPEN FAILED, "
005940                 "STATUS = " FS-RUN-CONTROL
005950         MOVE 16 TO RETURN-CODE
005960         STOP RUN
005970     END-IF.
005980
005990     PERFORM 1610-SCAN-ONE-RUNCTL THRU 1610-EXIT
006000         UNTIL RUN-CONTROL-EOF.
006010     CLOSE RUN-CONTROL-FILE.
006020
006030 1600-ASSIGN.
006040     COMPUTE WK-RUN-NUMBER = WK-MAX-RUN-NUMBER + 1.
006050
006060     OPEN EXTEND RUN-CONTROL-FILE.
006070     IF NOT FS-RUNCTL-OK
006080         CLOSE RUN-CONTROL-FILE
006090         OPEN OUTPUT RUN-CONTROL-FILE
006100     END-IF.
006110     MOVE SPACES TO RUNCTL-RECORD.
006120     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
006130     SET RUN-STARTED TO TRUE.
006140     SET RUN-TYPE-RESULTS TO TRUE.
006150     MOVE WK-TODAY TO RUN-EXTRACT-DATE.
006160     MOVE WK-TODAY TO RUN-EVENT-DATE.
006170     MOVE ZERO TO RUN-READ-COUNT RUN-PASS-COUNT RUN-FAIL-COUNT
006180                  RUN-REJECT-COUNT RUN-DUPL-COUNT.
006190     WRITE RUNCTL-RECORD.
006200     CLOSE RUN-CONTROL-FILE.
006210
006220     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
006230
006240 1600-EXIT.
006250     EXIT.
006260
006270 1610-SCAN-ONE-RUNCTL.
006280     READ RUN-CONTROL-FILE
006290         AT END
006300             SET RUN-CONTROL-EOF TO TRUE
006310             GO TO 1610-EXIT
006320     END-READ.
006330
006340     IF RUN-NUMBER-X IS NUMERIC
006350        AND RUN-NUMBER IS GREATER THAN WK-MAX-RUN-NUMBER
006360         MOVE RUN-NUMBER TO WK-MAX-RUN-NUMBER
006370     END-IF.
006380
006390 1610-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* 2000-LOAD-ASSIGNMENTS                                         *
006440*   Loads the interview assignment journal into ASSIGN-TABLE.   *
006450*   The LAST entry on file for a CAND-ID is the booking that    *
006460*   stands, so later entries overlay earlier ones as they are   *
006470*   read.  A journal that does not exist yet means INTSCHED     *
006480*   has never booked anyone - every result would be an orphan,  *
006490*   so the step fails instead.                                  *
006500******************************************************************
006510 2000-LOAD-ASSIGNMENTS.
006520     OPEN INPUT INTERVIEW-ASSIGN-FILE.
006530     IF NOT FS-ASSIGN-OK
006540         DISPLAY "INTVRSLT - INTERVIEW-ASSIGN-FILE OPEN "
006550                 "FAILED, STATUS = " FS-ASSIGN-FILE
006560         MOVE 16 TO RETURN-CODE
006570         STOP RUN
006580     END-IF.
006590
006600     PERFORM 2010-LOAD-ONE-ASSIGNMENT THRU 2010-EXIT
006610         UNTIL ASSIGN-EOF.
006620     CLOSE INTERVIEW-ASSIGN-FILE.
006630
006640 2000-EXIT.
006650     EXIT.
006660
006670 2010-LOAD-ONE-ASSIGNMENT.
006680     READ INTERVIEW-ASSIGN-FILE
006690         AT END
006700             SET ASSIGN-EOF TO TRUE
006710             GO TO 2010-EXIT
006720     END-READ.
006730
006740     MOVE IVA-CAND-ID TO WK-SEARCH-CAND-ID.
006750     PERFORM 2600-FIND-BOOKING THRU 2600-EXIT.
006760
006770     IF BOOKING-NOT-FOUND
006780         IF IA-COUNT IS NOT LESS THAN 5000
006790             DISPLAY "INTVRSLT - ASSIGN-TABLE FULL AT 5000 "
006800                     "ENTRIES, CANDIDATE " IVA-CAND-ID
006810             MOVE 16 TO RETURN-CODE
006820             STOP RUN
006830         END-IF
006840         ADD 1 TO IA-COUNT
006850         MOVE IA-COUNT TO IA-FOUND-IDX
006860     END-IF.
006870
006880     MOVE IVA-CAND-ID TO IA-CAND-ID (IA-FOUND-IDX).
006890     MOVE IVA-CAND-NAME TO IA-CAND-NAME (IA-FOUND-IDX).
006900     MOVE IVA-INTERVIEWER TO IA-INTERVIEWER (IA-FOUND-IDX).
006910     MOVE IVA-INTV-DATE TO IA-INTV-DATE (IA-FOUND-IDX).
006920     MOVE IVA-SLOT TO IA-SLOT (IA-FOUND-IDX).
006930     MOVE IVA-BOOKED-DATE TO IA-BOOKED-DATE (IA-FOUND-IDX).
006940     MOVE SPACE TO IA-RESULT (IA-FOUND-IDX).
006950
006960 2010-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000* 2500-LOAD-DISPOSITIONS                                        *
007010*   Reads the disposition journal back and marks each disposed  *
007020*   booking's IA-RESULT, so only bookings with no disposition   *
007030*   on any run count as awaiting and survive the end-of-run     *
007040*   journal rewrite.  A journal that does not exist yet just    *
007050*   means no run has posted a result.                           *
007060******************************************************************
007070 2500-LOAD-DISPOSITIONS.
007080     OPEN INPUT DISPOSITION-FILE.
007090     IF FS-DISPOSITION-NOT-FOUND
007100         GO TO 2500-EXIT
007110     END-IF.
007120     IF NOT FS-DISPOSITION-OK
007130         DISPLAY "INTVRSLT - DISPOSITION-FILE OPEN FAILED, "
007140                 "STATUS = " FS-DISPOSITION-FILE
007150         MOVE 16 TO RETURN-CODE
007160         STOP RUN
007170     END-IF.
007180
007190     PERFORM 2510-LOAD-ONE-DISPOSITION THRU 2510-EXIT
007200         UNTIL DISPOSITION-EOF.
007210     CLOSE DISPOSITION-FILE.
007220
007230 2500-EXIT.
007240     EXIT.
007250
007260 2510-LOAD-ONE-DISPOSITION.
007270     READ DISPOSITION-FILE
007280         AT END
007290             SET DISPOSITION-EOF TO TRUE
007300             GO TO 2510-EXIT
007310     END-READ.
007320
007330     MOVE IVD-CAND-ID TO WK-SEARCH-CAND-ID.
007340     PERFORM 2600-FIND-BOOKING THRU 2600-EXIT.
007350     IF BOOKING-NOT-FOUND
007360         GO TO 2510-EXIT
007370     END-IF.
007380
007390* The result code the disposition came from - any non-space
007400* IA-RESULT means the booking is settled.
007410     IF IVD-DISPOSITION IS EQUAL TO "HIRE"
007420         MOVE "H" TO IA-RESULT (IA-FOUND-IDX)
007430     ELSE
007440     IF IVD-DISPOSITION IS EQUAL TO "DECL"
007450         MOVE "N" TO IA-RESULT (IA-FOUND-IDX)
007460     ELSE
007470     IF IVD-DISPOSITION IS EQUAL TO "NOSH"
007480         MOVE "S" TO IA-RESULT (IA-FOUND-IDX)
007490     ELSE
007500         MOVE "C" TO IA-RESULT (IA-FOUND-IDX)
007510     END-IF
007520     END-IF
007530     END-IF.
007540
007550 2510-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 3000-MATCH-RESULTS                                            *
007600*   Posts each interview result against the booking INTSCHED    *
007610*   made.  A result for a candidate who was never scheduled is  *
007620*   an exception - it usually means a coordinator keyed the     *
007630*   wrong candidate id off the spreadsheet.                     *
007640******************************************************************
007650 3000-MATCH-RESULTS.
007660     OPEN INPUT INTERVIEW-RESULTS-FILE.
007670     IF NOT FS-RESULTS-OK
007680         DISPLAY "INTVRSLT - INTERVIEW-RESULTS-FILE OPEN "
007690                 "FAILED, STATUS = " FS-RESULTS-FILE
007700         MOVE 16 TO RETURN-CODE
007710         STOP RUN
007720     END-IF.
007730
007740     PERFORM 3010-MATCH-ONE-RESULT THRU 3010-EXIT
007750         UNTIL RESULTS-EOF.
007760     CLOSE INTERVIEW-RESULTS-FILE.
007770
007780 3000-EXIT.
007790     EXIT.
007800
007810 3010-MATCH-ONE-RESULT.
007820     READ INTERVIEW-RESULTS-FILE
007830         AT END
007840             SET RESULTS-EOF TO TRUE
007850             GO TO 3010-EXIT
007860     END-READ.
007870     ADD 1 TO CT-RESULTS-READ.
007880
007890     IF NOT IVR-CODE-VALID
007900         ADD 1 TO CT-BAD-CODE
007910         MOVE SPACES TO RPT-DETAIL-LINE
007920         MOVE IVR-CAND-ID TO RPT-D-ID
007930         MOVE "BAD RESULT CODE" TO RPT-D-DISPOSITION
007940         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
007950         GO TO 3010-EXIT
007960     END-IF.
007970
007980     IF IVR-RESULT-DATE-X IS NOT NUMERIC
007990         ADD 1 TO CT-BAD-DATE
008000         MOVE SPACES TO RPT-DETAIL-LINE
008010         MOVE IVR-CAND-ID TO RPT-D-ID
008020         MOVE "BAD RESULT DATE" TO RPT-D-DISPOSITION
008030         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
008040         GO TO 3010-EXIT
008050     END-IF.
008060
008070     MOVE IVR-CAND-ID TO WK-SEARCH-CAND-ID.
008080     PERFORM 2600-FIND-BOOKING THRU 2600-EXIT.
008090
008100     IF BOOKING-NOT-FOUND
008110         ADD 1 TO CT-NEVER-SCHEDULED
008120         MOVE SPACES TO RPT-DETAIL-LINE
008130         MOVE IVR-CAND-ID TO RPT-D-ID
008140         MOVE "NEVER SCHEDULED" TO RPT-D-DISPOSITION
008150         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
008160         GO TO 3010-EXIT
008170     END-IF.
008180
008190* A booking already holding a result - from an earlier run's
008200* disposition or a duplicated line in this results file - is
008210* not posted twice; the spreadsheet this file replaces is
008220* exactly where duplicated lines come from.
008230     IF IA-RESULT (IA-FOUND-IDX) IS NOT EQUAL TO SPACE
008240         ADD 1 TO CT-DUP-RESULT
008250         MOVE SPACES TO RPT-DETAIL-LINE
008260         MOVE IVR-CAND-ID TO RPT-D-ID
008270         MOVE IA-CAND-NAME (IA-FOUND-IDX) TO RPT-D-NAME
008280         MOVE "ALREADY POSTED" TO RPT-D-DISPOSITION
008290         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
008300         GO TO 3010-EXIT
008310     END-IF.
008320
008330     MOVE IVR-RESULT-CODE TO IA-RESULT (IA-FOUND-IDX).
008340     PERFORM 3100-SET-DISPOSITION THRU 3100-EXIT.
008350     PERFORM 3150-GET-POSITION THRU 3150-EXIT.
008360     IF IVR-HIRED
008370         PERFORM 3160-COUNT-HIRE THRU 3160-EXIT
008380     END-IF.
008390     PERFORM 3200-TALLY-INTERVIEWER THRU 3200-EXIT.
008400     PERFORM 3300-WRITE-DISPOSITION THRU 3300-EXIT.
008410     PERFORM 3350-WRITE-HISTORY-ENTRY THRU 3350-EXIT.
008420     IF IVR-HIRED
008430         PERFORM 3500-MAKE-OFFER THRU 3500-EXIT
008440     END-IF.
008450
008460     MOVE SPACES TO RPT-DETAIL-LINE.
008470     MOVE IA-CAND-ID (IA-FOUND-IDX) TO RPT-D-ID.
008480     MOVE IA-CAND-NAME (IA-FOUND-IDX) TO RPT-D-NAME.
008490     MOVE IA-INTERVIEWER (IA-FOUND-IDX) TO RPT-D-INTERVIEWER.
008500     MOVE WK-DISPOSITION TO RPT-D-DISPOSITION.
008510     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
008520
008530 3010-EXIT.
008540     EXIT.
008550
008560******************************************************************
008570* 3100-SET-DISPOSITION                                          *
008580*   Translates the coordinator's result code into the final     *
008590*   disposition posted for the candidate.                       *
008600******************************************************************
008610 3100-SET-DISPOSITION.
008620     IF IVR-HIRED
008630         MOVE "HIRE" TO WK-DISPOSITION
008640         ADD 1 TO CT-HIRED
008650     END-IF.
008660     IF IVR-NO-HIRE
008670         MOVE "DECL" TO WK-DISPOSITION
008680         ADD 1 TO CT-NO-HIRE
008690     END-IF.
008700     IF IVR-NO-SHOW
008710         MOVE "NOSH" TO WK-DISPOSITION
008720         ADD 1 TO CT-NO-SHOW
008730     END-IF.
008740     IF IVR-CANCELLED
008750         MOVE "CANC" TO WK-DISPOSITION
008760         ADD 1 TO CT-CANCELLED
008770     END-IF.
008780
008790 3100-EXIT.
008800     EXIT.
008810
008820******************************************************************
008830* 3150-GET-POSITION                                             *
008840*   The booking does not carry the position, so it is read     *
008850*   from the candidate master.  No master record, or one        *
008860*   written before positions were kept, leaves it blank.       *
008870******************************************************************
008880 3150-GET-POSITION.
008890     MOVE SPACES TO WK-POSITION.
008900     MOVE SPACES TO WK-SOURCE.
008910     MOVE IA-CAND-ID (IA-FOUND-IDX) TO MAST-CAND-ID.
008920     READ CANDIDATE-MASTER-FILE
008930         INVALID KEY
008940             GO TO 3150-EXIT
008950     END-READ.
008960
008970     MOVE MAST-POSITION TO WK-POSITION.
008980     MOVE MAST-SOURCE TO WK-SOURCE.
008990
009000 3150-EXIT.
009010     EXIT.
009020
009030******************************************************************
009040* 3160-COUNT-HIRE                                               *
009050*   Counts the hire against the requisition and marks it        *
009060*   filled when the last opening is taken - INTSCHED then       *
009070*   books no more interviews for it.  A hire with no            *
009080*   requisition on file is counted on the report only.          *
009090******************************************************************
009100 3160-COUNT-HIRE.
009110     IF WK-POSITION IS EQUAL TO SPACES
009120         ADD 1 TO CT-HIRE-NO-REQ
009130         GO TO 3160-EXIT
009140     END-IF.
009150
009160     MOVE WK-POSITION TO REQ-POSITION.
009170     READ REQUISITION-MASTER-FILE
009180         INVALID KEY
009190             ADD 1 TO CT-HIRE-NO-REQ
009200             GO TO 3160-EXIT
009210     END-READ.
009220
009230     ADD 1 TO REQ-HIRES.
009240     IF REQ-HIRES IS NOT LESS THAN REQ-OPENINGS
009250        AND (REQ-STATUS-OPEN OR REQ-STATUS-HOLD)
009260         SET REQ-STATUS-FILLED TO TRUE
009270         ADD 1 TO CT-REQ-FILLED
009280     END-IF.
009290     MOVE WK-TODAY TO REQ-LAST-CHANGE-DATE.
009300     REWRITE REQUISITION-RECORD
009310         INVALID KEY
009320             DISPLAY "INTVRSLT - REQUISITION REWRITE FAILED "
009330                     "FOR " REQ-POSITION
009340     END-REWRITE.
009350
009360 3160-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400* 3200-TALLY-INTERVIEWER                                        *
009410*   Adds this result to the per-interviewer tallies, opening a  *
009420*   new tally entry the first time an interviewer appears.      *
009430******************************************************************
009440 3200-TALLY-INTERVIEWER.
009450     PERFORM 3400-FIND-INTERVIEWER THRU 3400-EXIT.
009460
009470     IF INTV-NOT-FOUND
009480         IF IV-COUNT IS NOT LESS THAN 200
009490             DISPLAY "INTVRSLT - INTERVIEWER-TABLE FULL AT "
009500                     "200 ENTRIES"
009510             MOVE 16 TO RETURN-CODE
009520             STOP RUN
009530         END-IF
009540         ADD 1 TO IV-COUNT
009550         MOVE IV-COUNT TO IV-FOUND-IDX
009560         MOVE IA-INTERVIEWER (IA-FOUND-IDX)
009570             TO IV-NAME (IV-FOUND-IDX)
009580         MOVE ZERO TO IV-HIRED (IV-FOUND-IDX)
009590         MOVE ZERO TO IV-NO-HIRE (IV-FOUND-IDX)
009600         MOVE ZERO TO IV-NO-SHOW (IV-FOUND-IDX)
009610         MOVE ZERO TO IV-CANCELLED (IV-FOUND-IDX)
009620     END-IF.
009630
009640     IF IVR-HIRED
009650         ADD 1 TO IV-HIRED (IV-FOUND-IDX)
009660     END-IF.
009670     IF IVR-NO-HIRE
009680         ADD 1 TO IV-NO-HIRE (IV-FOUND-IDX)
009690     END-IF.
009700     IF IVR-NO-SHOW
009710         ADD 1 TO IV-NO-SHOW (IV-FOUND-IDX)
009720     END-IF.
009730     IF IVR-CANCELLED
009740         ADD 1 TO IV-CANCELLED (IV-FOUND-IDX)
009750     END-IF.
009760
009770 3200-EXIT.
009780     EXIT.
009790
009800******************************************************************
009810* 3300-WRITE-DISPOSITION                                        *
009820*   Appends the final disposition for this candidate to the     *
009830*   disposition journal.                                        *
009840******************************************************************
009850 3300-WRITE-DISPOSITION.
009860     MOVE SPACES TO DISPOSITION-RECORD.
009870     MOVE IA-CAND-ID (IA-FOUND-IDX) TO IVD-CAND-ID.
009880     MOVE IA-CAND-NAME (IA-FOUND-IDX) TO IVD-CAND-NAME.
009890     MOVE IA-INTERVIEWER (IA-FOUND-IDX) TO IVD-INTERVIEWER.
009900     MOVE WK-DISPOSITION TO IVD-DISPOSITION.
009910     MOVE IVR-RESULT-DATE TO IVD-RESULT-DATE.
009920     MOVE IA-BOOKED-DATE (IA-FOUND-IDX) TO IVD-BOOKED-DATE.
009930     WRITE DISPOSITION-RECORD.
009940
009950 3300-EXIT.
009960     EXIT.
009970
009980******************************************************************
009990* 3350-WRITE-HISTORY-ENTRY                                      *
010000*   Appends the interview outcome to the audit trail with       *
010010*   stage byte 3.  The coordinator's remarks ride in the        *
010020*   reason field; the age is not on the booking, so it is       *
010030*   left zero.                                                  *
010040******************************************************************
010050 3350-WRITE-HISTORY-ENTRY.
010060     MOVE SPACES TO HIST-RECORD.
010070     MOVE WK-TODAY TO HIST-RUN-DATE.
010080     MOVE WK-RUN-NUMBER TO HIST-RUN-NUMBER.
010090     MOVE IA-CAND-ID (IA-FOUND-IDX) TO HIST-CAND-ID.
010100     MOVE ZERO TO HIST-AGE.
010110     MOVE WK-DISPOSITION TO HIST-RESULT.
010120     MOVE IVR-REMARKS TO HIST-REJECT-REASON.
010130     MOVE WK-POSITION TO HIST-POSITION.
010140     MOVE WK-SOURCE TO HIST-SOURCE.
010150     SET HIST-STAGE-INTERVIEW TO TRUE.
010160     WRITE HISTORY-LINE FROM HIST-RECORD.
010170
010180 3350-EXIT.
010190     EXIT.
010200
010210******************************************************************
010220* 3500-MAKE-OFFER                                               *
010230*   Opens the job offer for a hire - the position from the      *
010240*   candidate master, today as the offer date and the response  *
010250*   deadline worked out at start of run - and writes the offer  *
010260*   letter.  A hire already posted never comes here twice, so   *
010270*   there is one offer per HIRE disposition.                    *
010280******************************************************************
010290 3500-MAKE-OFFER.
010300     MOVE SPACES TO OFFER-RECORD.
010310     MOVE IA-CAND-ID (IA-FOUND-IDX) TO OFR-CAND-ID.
010320     MOVE WK-POSITION TO OFR-POSITION.
010330     MOVE WK-TODAY TO OFR-OFFER-DATE.
010340     MOVE WK-OFFER-DEADLINE TO OFR-DEADLINE-DATE.
010350     SET OFR-STATUS-OPEN TO TRUE.
010360     WRITE OFFER-RECORD.
010370     ADD 1 TO CT-OFFERS-MADE.
010380
010390     WRITE LETTER-LINE FROM LTR-SEPARATOR.
010400     MOVE IA-CAND-NAME (IA-FOUND-IDX) TO LTR-TO-NAME.
010410     MOVE IA-CAND-ID (IA-FOUND-IDX) TO LTR-TO-ID.
010420     WRITE LETTER-LINE FROM LTR-TO-LINE.
010430     MOVE WK-POSITION TO LTR-POSITION.
010440     WRITE LETTER-LINE FROM LTR-POSITION-LINE.
010450     MOVE WK-TODAY TO LTR-DATE.
010460     WRITE LETTER-LINE FROM LTR-DATE-LINE.
010470     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
010480     WRITE LETTER-LINE FROM LTR-OFFER-1.
010490     WRITE LETTER-LINE FROM LTR-OFFER-2.
010500     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
010510     MOVE WK-OFFER-DEADLINE TO LTR-OF-DEADLINE.
010520     WRITE LETTER-LINE FROM LTR-OFFER-3.
010530     WRITE LETTER-LINE FROM LTR-OFFER-4.
010540     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
010550     WRITE LETTER-LINE FROM LTR-SIGNATURE.
010560
010570 3500-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* 3400-FIND-INTERVIEWER                                         *
010620*   Serial search of INTERVIEWER-TABLE for the interviewer of   *
010630*   the booking at IA-FOUND-IDX.                                *
010640******************************************************************
010650 3400-FIND-INTERVIEWER.
010660     SET INTV-NOT-FOUND TO TRUE.
010670     MOVE ZERO TO IV-FOUND-IDX.
010680     PERFORM 3410-MATCH-INTERVIEWER THRU 3410-EXIT
010690         VARYING IV-IDX FROM 1 BY 1
010700         UNTIL IV-IDX IS GREATER THAN IV-COUNT
010710            OR INTV-FOUND.
010720
010730 3400-EXIT.
010740     EXIT.
010750
010760 3410-MATCH-INTERVIEWER.
010770     IF IV-NAME (IV-IDX) IS EQUAL TO
010780        IA-INTERVIEWER (IA-FOUND-IDX)
010790         SET INTV-FOUND TO TRUE
010800         MOVE IV-IDX TO IV-FOUND-IDX
010810     END-IF.
010820
010830 3410-EXIT.
010840     EXIT.
010850
010860******************************************************************
010870* 2600-FIND-BOOKING                                             *
010880*   Serial search of ASSIGN-TABLE for WK-SEARCH-CAND-ID.  Sets  *
010890*   BOOKING-FOUND and leaves the matching subscript in          *
010900*   IA-FOUND-IDX.                                               *
010910******************************************************************
010920 2600-FIND-BOOKING.
010930     SET BOOKING-NOT-FOUND TO TRUE.
010940     MOVE ZERO TO IA-FOUND-IDX.
010950     PERFORM 2610-MATCH-BOOKING THRU 2610-EXIT
010960         VARYING IA-IDX FROM 1 BY 1
010970         UNTIL IA-IDX IS GREATER THAN IA-COUNT
010980            OR BOOKING-FOUND.
010990
011000 2600-EXIT.
011010     EXIT.
011020
011030 2610-MATCH-BOOKING.
011040     IF IA-CAND-ID (IA-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
011050         SET BOOKING-FOUND TO TRUE
011060         MOVE IA-IDX TO IA-FOUND-IDX
011070     END-IF.
011080
011090 2610-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130* 4000-REPORT-INTERVIEWERS                                      *
011140*   One tally line per interviewer who got at least one result  *
011150*   this run, then a count of the bookings still awaiting a     *
011160*   result.                                                     *
011170******************************************************************
011180 4000-REPORT-INTERVIEWERS.
011190     IF IV-COUNT IS GREATER THAN ZERO
011200         WRITE REPORT-LINE FROM RPT-BLANK-LINE
011210         PERFORM 4010-PRINT-ONE-INTERVIEWER THRU 4010-EXIT
011220             VARYING IV-IDX FROM 1 BY 1
011230             UNTIL IV-IDX IS GREATER THAN IV-COUNT
011240     END-IF.
011250
011260     PERFORM 4100-COUNT-AWAITING THRU 4100-EXIT
011270         VARYING IA-IDX FROM 1 BY 1
011280         UNTIL IA-IDX IS GREATER THAN IA-COUNT.
011290
011300 4000-EXIT.
011310     EXIT.
011320
011330 4010-PRINT-ONE-INTERVIEWER.
011340     MOVE IV-NAME (IV-IDX) TO RPT-I-NAME.
011350     MOVE IV-HIRED (IV-IDX) TO RPT-I-HIRED.
011360     MOVE IV-NO-HIRE (IV-IDX) TO RPT-I-NO-HIRE.
011370     MOVE IV-NO-SHOW (IV-IDX) TO RPT-I-NO-SHOW.
011380     MOVE IV-CANCELLED (IV-IDX) TO RPT-I-CANCELLED.
011390     WRITE REPORT-LINE FROM RPT-INTERVIEWER-LINE.
011400
011410 4010-EXIT.
011420     EXIT.
011430
011440 4100-COUNT-AWAITING.
011450     IF IA-RESULT (IA-IDX) IS EQUAL TO SPACE
011460         ADD 1 TO CT-AWAITING
011470     END-IF.
011480
011490 4100-EXIT.
011500     EXIT.
011510
011520 9000-TERMINATE.
011530     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
011540     MOVE CT-RESULTS-READ TO RPT-F-READ.
011550     MOVE CT-HIRED TO RPT-F-HIRED.
011560     MOVE CT-NO-HIRE TO RPT-F-NO-HIRE.
011570     MOVE CT-NO-SHOW TO RPT-F-NO-SHOW.
011580     MOVE CT-CANCELLED TO RPT-F-CANCELLED.
011590     MOVE CT-NEVER-SCHEDULED TO RPT-F-NEVER-SCHED.
011600     MOVE CT-BAD-CODE TO RPT-F-BAD-CODE.
011610     MOVE CT-BAD-DATE TO RPT-F-BAD-DATE.
011620     MOVE CT-DUP-RESULT TO RPT-F-DUP-RESULT.
011630     MOVE CT-AWAITING TO RPT-F-AWAITING.
011640     MOVE CT-REQ-FILLED TO RPT-F-REQ-FILLED.
011650     MOVE CT-HIRE-NO-REQ TO RPT-F-HIRE-NO-REQ.
011660     MOVE CT-OFFERS-MADE TO RPT-F-OFFERS-MADE.
011670     WRITE REPORT-LINE FROM RPT-FOOTER-1.
011680     WRITE REPORT-LINE FROM RPT-FOOTER-2.
011690     WRITE REPORT-LINE FROM RPT-FOOTER-3.
011700     WRITE REPORT-LINE FROM RPT-FOOTER-4.
011710     WRITE REPORT-LINE FROM RPT-FOOTER-5.
011720     WRITE REPORT-LINE FROM RPT-FOOTER-6.
011730     WRITE REPORT-LINE FROM RPT-FOOTER-7.
011740     WRITE REPORT-LINE FROM RPT-FOOTER-9.
011750     WRITE REPORT-LINE FROM RPT-FOOTER-10.
011760     WRITE REPORT-LINE FROM RPT-FOOTER-8.
011770     WRITE REPORT-LINE FROM RPT-FOOTER-11.
011780     WRITE REPORT-LINE FROM RPT-FOOTER-12.
011790     WRITE REPORT-LINE FROM RPT-FOOTER-13.
011800
011810* Record how this results run came out.  The exception counts
011820* (never scheduled, bad code, bad date, duplicate) ride in
011830* the reject count, no-shows and cancellations in the dupl
011840* count - the nearest things this run has to those outcomes.
011850     OPEN EXTEND RUN-CONTROL-FILE.
011860     IF NOT FS-RUNCTL-OK
011870         CLOSE RUN-CONTROL-FILE
011880         OPEN OUTPUT RUN-CONTROL-FILE
011890     END-IF.
011900     MOVE SPACES TO RUNCTL-RECORD.
011910     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
011920     SET RUN-COMPLETED TO TRUE.
011930     SET RUN-TYPE-RESULTS TO TRUE.
011940     MOVE WK-TODAY TO RUN-EXTRACT-DATE.
011950     MOVE WK-TODAY TO RUN-EVENT-DATE.
011960     MOVE CT-RESULTS-READ TO RUN-READ-COUNT.
011970     MOVE CT-HIRED TO RUN-PASS-COUNT.
011980     MOVE CT-NO-HIRE TO RUN-FAIL-COUNT.
011990     COMPUTE RUN-REJECT-COUNT = CT-NEVER-SCHEDULED
012000         + CT-BAD-CODE + CT-BAD-DATE + CT-DUP-RESULT.
012010     COMPUTE RUN-DUPL-COUNT = CT-NO-SHOW + CT-CANCELLED.
012020     WRITE RUNCTL-RECORD.
012030     CLOSE RUN-CONTROL-FILE.
012040
012050* The settled bookings are dropped from the journal, so the
012060* next run loads only the open pipeline.
012070     PERFORM 9100-REWRITE-ASSIGNMENTS THRU 9100-EXIT.
012080
012090     CLOSE RESULTS-REPORT.
012100     CLOSE SCREENING-HISTORY-FILE.
012110     CLOSE DISPOSITION-FILE.
012120     CLOSE CANDIDATE-MASTER-FILE.
012130     CLOSE REQUISITION-MASTER-FILE.
012140     CLOSE OFFER-FILE.
012150     CLOSE LETTER-FILE.
012160
012170     IF CT-NEVER-SCHEDULED IS GREATER THAN ZERO
012180        OR CT-BAD-CODE IS GREATER THAN ZERO
012190        OR CT-BAD-DATE IS GREATER THAN ZERO
012200        OR CT-DUP-RESULT IS GREATER THAN ZERO
012210         MOVE 4 TO RETURN-CODE
012220         DISPLAY "INTVRSLT - EXCEPTIONS FOUND, SEE INTVRPT"
012230     ELSE
012240         DISPLAY "INTVRSLT - EVERY RESULT MATCHED A BOOKING"
012250     END-IF.
012260
012270 9000-EXIT.
012280     EXIT.
012290
012300******************************************************************
012310* 9100-REWRITE-ASSIGNMENTS                                      *
012320*   Rewrites the assignment journal from ASSIGN-TABLE, keeping  *
012330*   only the bookings still awaiting a result - a settled       *
012340*   booking lives on in the disposition journal and the        *
012350*   history.  Without this the journal grows forever and the   *
012360*   5000-entry table becomes a volume time bomb, the same      *
012370*   pattern just purged from the ATS ledger.                   *
012380******************************************************************
012390 9100-REWRITE-ASSIGNMENTS.
012400     OPEN OUTPUT INTERVIEW-ASSIGN-FILE.
012410     IF NOT FS-ASSIGN-OK
012420         DISPLAY "INTVRSLT - INTERVIEW-ASSIGN-FILE REWRITE "
012430                 "FAILED, STATUS = " FS-ASSIGN-FILE
012440         MOVE 16 TO RETURN-CODE
012450         STOP RUN
012460     END-IF.
012470
012480     PERFORM 9110-WRITE-ONE-ASSIGNMENT THRU 9110-EXIT
012490         VARYING IA-IDX FROM 1 BY 1
012500         UNTIL IA-IDX IS GREATER THAN IA-COUNT.
012510     CLOSE INTERVIEW-ASSIGN-FILE.
012520
012530 9100-EXIT.
012540     EXIT.
012550
012560 9110-WRITE-ONE-ASSIGNMENT.
012570     IF IA-RESULT (IA-IDX) IS NOT EQUAL TO SPACE
012580         GO TO 9110-EXIT
012590     END-IF.
012600
012610     MOVE SPACES TO INTERVIEW-ASSIGN-RECORD.
012620     MOVE IA-CAND-ID (IA-IDX) TO IVA-CAND-ID.
012630     MOVE IA-CAND-NAME (IA-IDX) TO IVA-CAND-NAME.
012640     MOVE IA-INTERVIEWER (IA-IDX) TO IVA-INTERVIEWER.
012650     MOVE IA-INTV-DATE (IA-IDX) TO IVA-INTV-DATE.
012660     MOVE IA-SLOT (IA-IDX) TO IVA-SLOT.
012670     MOVE IA-BOOKED-DATE (IA-IDX) TO IVA-BOOKED-DATE.
012680     WRITE INTERVIEW-ASSIGN-RECORD.
012690
012700 9110-EXIT.
012710     EXIT.
012720
012730******************************************************************
012740* 8000-DATE-TO-DAY-NUMBER                                       *
012750*   WK-DN-DATE in, WK-DAY-NUMBER out.  The counting year runs   *
012760*   March to February so the leap day is its last day.          *
012770******************************************************************
012780 8000-DATE-TO-DAY-NUMBER.
012790     MOVE WK-DN-YYYY TO WK-DN-YEAR.
012800     MOVE WK-DN-MM TO WK-DN-MONTH.
012810     IF WK-DN-MONTH IS GREATER THAN 2
012820         SUBTRACT 3 FROM WK-DN-MONTH
012830     ELSE
012840         ADD 9 TO WK-DN-MONTH
012850         SUBTRACT 1 FROM WK-DN-YEAR
012860     END-IF.
012870
012880     PERFORM 8200-DAYS-BEFORE-YEAR THRU 8200-EXIT.
012890     COMPUTE WK-DN-WORK = WK-DN-MONTH * 306 + 5.
012900     DIVIDE WK-DN-WORK BY 10 GIVING WK-DN-QUOTIENT.
012910     COMPUTE WK-DAY-NUMBER = WK-DN-DAYS + WK-DN-QUOTIENT
012920                           + WK-DN-DD - 1.
012930
012940 8000-EXIT.
012950     EXIT.
012960
012970******************************************************************
012980* 8100-DAY-NUMBER-TO-DATE                                       *
012990*   WK-DAY-NUMBER in, WK-DN-DATE out - the reverse of 8000.     *
013000******************************************************************
013010 8100-DAY-NUMBER-TO-DATE.
013020     COMPUTE WK-DN-WORK = WK-DAY-NUMBER * 10000 + 14780.
013030     DIVIDE WK-DN-WORK BY 3652425 GIVING WK-DN-YEAR.
013040     PERFORM 8200-DAYS-BEFORE-YEAR THRU 8200-EXIT.
013050     IF WK-DAY-NUMBER IS LESS THAN WK-DN-DAYS
013060         SUBTRACT 1 FROM WK-DN-YEAR
013070         PERFORM 8200-DAYS-BEFORE-YEAR THRU 8200-EXIT
013080     END-IF.
013090     COMPUTE WK-DN-DAYS = WK-DAY-NUMBER - WK-DN-DAYS.
013100
013110* WK-DN-DAYS is now the day within the counting year.
013120     COMPUTE WK-DN-WORK = WK-DN-DAYS * 100 + 52.
013130     DIVIDE WK-DN-WORK BY 3060 GIVING WK-DN-MONTH.
013140     COMPUTE WK-DN-WORK = WK-DN-MONTH * 306 + 5.
013150     DIVIDE WK-DN-WORK BY 10 GIVING WK-DN-QUOTIENT.
013160     COMPUTE WK-DN-DD = WK-DN-DAYS - WK-DN-QUOTIENT + 1.
013170
013180     IF WK-DN-MONTH IS LESS THAN 10
013190         COMPUTE WK-DN-MM = WK-DN-MONTH + 3
013200         MOVE WK-DN-YEAR TO WK-DN-YYYY
013210     ELSE
013220         COMPUTE WK-DN-MM = WK-DN-MONTH - 9
013230         COMPUTE WK-DN-YYYY = WK-DN-YEAR + 1
013240     END-IF.
013250
013260 8100-EXIT.
013270     EXIT.
013280
013290* Days from day zero to 1 March of counting year WK-DN-YEAR.
013300 8200-DAYS-BEFORE-YEAR.
013310     DIVIDE WK-DN-YEAR BY 4 GIVING WK-DN-Q4.
013320     DIVIDE WK-DN-YEAR BY 100 GIVING WK-DN-Q100.
013330     DIVIDE WK-DN-YEAR BY 400 GIVING WK-DN-Q400.
013340     COMPUTE WK-DN-DAYS = WK-DN-YEAR * 365 + WK-DN-Q4
013350                        - WK-DN-Q100 + WK-DN-Q400.
013360
013370 8200-EXIT.
013380     EXIT.
013390
013400 END PROGRAM INTVRSLT.

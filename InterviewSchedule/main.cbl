000470*                   is read per candidate, withdrawn ones are
000480*                   skipped and counted, whether they come
000490*                   from the pass file or the backlog.
000500*   09/07/2026  RD  Bookings now respect the requisition master
000510*                   (REQMAST, see REQREC).  A candidate whose
000520*                   requisition is on hold is not booked but
000530*                   kept on the backlog until HR releases it; one
000540*                   whose requisition is filled or closed is not
000550*                   booked and drops off the backlog.  Both are
000560*                   listed and counted on the schedule report.
000570*   09/14/2026  RD  Slots already booked on the assignment
000580*                   journal are counted before anyone is placed
000590*                   - every run used to start each calendar day
000600*                   at slot 1 again, so a day booked one night
000610*                   was booked a second time the next.  Now that
000620*                   CALMNT returns displaced bookings to the
000630*                   backlog for rebooking this could no longer
000640*                   be left to the coordinators to catch.
000650*   09/28/2026  RD  Step restart - the step now records its
000660*                   start and completion against the run
000670*                   number on the run-control journal (step
000680*                   records, see RUNCTL) and books to the date
000690*                   the run started, so a night finished by the
000700*                   SCRNRSTR job stamps its bookings and queue
000710*                   dates the same.  The run is the latest
000720*                   normal or correction run.  When this step
000730*                   already started for the run, a candidate
000740*                   with a booking made on the run date is not
000750*                   booked again, and a pass-file candidate
000760*                   already carried forward to the backlog on
000770*                   the run date is left to the backlog entry -
000780*                   a restarted night makes exactly one booking
000790*                   per candidate.
000800*   10/05/2026  RD  An override run (type V, see RUNCTL) is
000810*                   continued like a correction run - the
000820*                   OVRDBTCH job schedules the candidates an
000830*                   HR director passed after all.
000840*   10/12/2026  RD  The unassigned and on-hold lists now show
000850*                   how many business days each candidate has
000860*                   been waiting as of the run date, counted on
000870*                   the shared calendar (BUSCAL, see BDAYREC) -
000880*                   a long weekend no longer makes the backlog
000890*                   look older than it is.
000900******************************************************************
000910
000920 IDENTIFICATION DIVISION.
000930 PROGRAM-ID. INTSCHED.
000940 AUTHOR. RAMADHAN.
000950 INSTALLATION. HR-RECRUITING.
000960 DATE-WRITTEN. 08/12/2026.
000970 DATE-COMPILED.
000980
000990 ENVIRONMENT DIVISION.
001000 INPUT-OUTPUT SECTION.
001010 FILE-CONTROL.
001020     SELECT STAGE2-PASS-FILE ASSIGN TO "PASS2FILE"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS FS-STAGE2-PASS-FILE.
001050
001060     SELECT INTERVIEWER-CALENDAR-FILE ASSIGN TO "INTVCAL"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS FS-CALENDAR-FILE.
001090
001100     SELECT SCHEDULE-REPORT ASSIGN TO "SCHEDRPT"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS FS-SCHEDULE-REPORT.
001130
001140     SELECT INTERVIEW-ASSIGN-FILE ASSIGN TO "INTVASGN"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS FS-ASSIGN-FILE.
001170
001180     SELECT INTERVIEW-BACKLOG-FILE ASSIGN TO "INTVBKLG"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS FS-BACKLOG-FILE.
001210
001220     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS RANDOM
001250         RECORD KEY IS MAST-CAND-ID
001260         FILE STATUS IS FS-CANDIDATE-MASTER.
001270
001280     SELECT REQUISITION-MASTER-FILE ASSIGN TO "REQMAST"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS RANDOM
001310         RECORD KEY IS REQ-POSITION
001320         FILE STATUS IS FS-REQUISITION-MASTER.
001330
001340     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS FS-RUN-CONTROL.
001370
001380     SELECT BUSINESS-DAY-FILE ASSIGN TO "BUSCAL"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS FS-BUSINESS-DAY-FILE.
001410
001420 DATA DIVISION.
001430 FILE SECTION.
001440 FD  STAGE2-PASS-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 COPY CANDREC.
001470
001480 FD  INTERVIEWER-CALENDAR-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  CALENDAR-RECORD.
001510     05  CAL-INTERVIEWER              PIC X(20).
001520     05  CAL-DATE                     PIC 9(08).
001530     05  CAL-DATE-X REDEFINES CAL-DATE
001540                                      PIC X(08).
001550     05  CAL-SLOT-COUNT               PIC 9(02).
001560     05  CAL-SLOT-COUNT-X REDEFINES CAL-SLOT-COUNT
001570                                      PIC X(02).
001580     05  FILLER                       PIC X(50).
001590
001600 FD  SCHEDULE-REPORT
001610     LABEL RECORDS ARE STANDARD.
001620 01  REPORT-LINE                      PIC X(80).
001630
001640 FD  INTERVIEW-ASSIGN-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 COPY INTVASG.
001670
001680 FD  INTERVIEW-BACKLOG-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 01  BACKLOG-RECORD.
001710     05  BKL-QUEUE-DATE               PIC 9(08).
001720     05  BKL-QUEUE-DATE-X REDEFINES BKL-QUEUE-DATE
001730                                      PIC X(08).
001740     05  BKL-CANDIDATE                PIC X(72).
001750
001760 FD  CANDIDATE-MASTER-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 COPY CANDMAST.
001790
001800 FD  REQUISITION-MASTER-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 COPY REQREC.
001830
001840 FD  RUN-CONTROL-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 COPY RUNCTL.
001870
001880 FD  BUSINESS-DAY-FILE
001890     LABEL RECORDS ARE STANDARD.
001900 COPY BDAYREC.
001910
001920 WORKING-STORAGE SECTION.
001930
001940 01  FS-STAGE2-PASS-FILE              PIC X(02).
001950     88  FS-STAGE2-PASS-OK                VALUE "00".
001960 01  FS-CALENDAR-FILE                 PIC X(02).
001970     88  FS-CALENDAR-OK                   VALUE "00".
001980 01  FS-SCHEDULE-REPORT               PIC X(02).
001990     88  FS-SCHEDULE-OK                   VALUE "00".
002000 01  FS-ASSIGN-FILE                   PIC X(02).
002010     88  FS-ASSIGN-OK                     VALUE "00".
002020 01  FS-BACKLOG-FILE                  PIC X(02).
002030     88  FS-BACKLOG-OK                    VALUE "00".
002040     88  FS-BACKLOG-NOT-FOUND             VALUE "35".
002050 01  FS-CANDIDATE-MASTER              PIC X(02).
002060     88  FS-MASTER-OK                     VALUE "00".
002070     88  FS-MASTER-NOT-FOUND              VALUE "35".
002080 01  FS-REQUISITION-MASTER            PIC X(02).
002090     88  FS-REQUISITION-OK                VALUE "00".
002100 01  FS-BUSINESS-DAY-FILE             PIC X(02).
002110     88  FS-BUSINESS-DAY-OK               VALUE "00".
002120
002130 01  SW-CANDIDATE-EOF                 PIC X(01)   VALUE "N".
002140     88  CANDIDATE-EOF                    VALUE "Y".
002150 01  SW-CALENDAR-EOF                  PIC X(01)   VALUE "N".
002160     88  CALENDAR-EOF                     VALUE "Y".
002170 01  SW-BACKLOG-EOF                   PIC X(01)   VALUE "N".
002180     88  BACKLOG-EOF                      VALUE "Y".
002190 01  SW-ASSIGN-EOF                    PIC X(01)   VALUE "N".
002200     88  ASSIGN-EOF                       VALUE "Y".
002210 01  SW-BUSINESS-DAY-EOF              PIC X(01)   VALUE "N".
002220     88  BUSINESS-DAY-EOF                 VALUE "Y".
002230 01  SW-SLOT-FOUND                    PIC X(01)   VALUE "N".
002240     88  SLOT-FOUND                       VALUE "Y".
002250     88  SLOT-NOT-FOUND                   VALUE "N".
002260 01  SW-CAND-WITHDRAWN                PIC X(01)   VALUE "N".
002270     88  CAND-WITHDRAWN                   VALUE "Y".
002280     88  CAND-NOT-WITHDRAWN               VALUE "N".
002290 01  SW-REQUISITION-STATE             PIC X(01)   VALUE "B".
002300     88  REQUISITION-BOOKABLE             VALUE "B".
002310     88  REQUISITION-ON-HOLD              VALUE "H".
002320     88  REQUISITION-NOT-BOOKABLE         VALUE "X".
002330
002340 01  CT-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
002350 01  CT-ASSIGNED                  PIC 9(07) COMP VALUE ZERO.
002360 01  CT-UNASSIGNED                PIC 9(07) COMP VALUE ZERO.
002370 01  CT-FROM-BACKLOG              PIC 9(07) COMP VALUE ZERO.
002380 01  CT-WITHDRAWN                 PIC 9(07) COMP VALUE ZERO.
002390 01  CT-REQ-ON-HOLD               PIC 9(07) COMP VALUE ZERO.
002400 01  CT-REQ-NOT-OPEN              PIC 9(07) COMP VALUE ZERO.
002410
002420* The date the candidate being placed first went unassigned -
002430* today for a candidate fresh off the pass file, the original
002440* queue date for one carried forward on the backlog.
002450 01  WK-QUEUE-DATE                    PIC 9(08).
002460
002470* ------------------------------------------------------------ *
002480*  INTERVIEWER CAPACITY CALENDAR                                *
002490*    One entry per interviewer per day, in the date order HR    *
002500*    maintains the calendar file in.  CAL-USED counts the       *
002510*    slots filled - CAL-PRIOR of them by earlier runs, as       *
002520*    found on the assignment journal.                           *
002530* ------------------------------------------------------------ *
002540 01  CALENDAR-TABLE.
002550     05  CAL-COUNT               PIC 9(03) COMP VALUE ZERO.
002560     05  CAL-IDX                 PIC 9(03) COMP VALUE ZERO.
002570     05  CAL-ENTRY OCCURS 500 TIMES.
002580         10  CAL-T-INTERVIEWER        PIC X(20).
002590         10  CAL-T-DATE               PIC 9(08).
002600         10  CAL-T-SLOTS              PIC 9(02).
002610         10  CAL-T-USED              PIC 9(02) COMP.
002620         10  CAL-T-PRIOR             PIC 9(02) COMP.
002630
002640* ------------------------------------------------------------ *
002650*  ASSIGNMENTS MADE THIS RUN                                    *
002660*    Kept in storage until every candidate is placed, then      *
002670*    printed grouped by calendar entry so each interviewer      *
002680*    gets one block of schedule.                                *
002690* ------------------------------------------------------------ *
002700 01  ASSIGNMENT-TABLE.
002710     05  ASG-COUNT               PIC 9(05) COMP VALUE ZERO.
002720     05  ASG-IDX                 PIC 9(05) COMP VALUE ZERO.
002730     05  ASG-ENTRY OCCURS 5000 TIMES.
002740         10  ASG-CAND-ID              PIC X(10).
002750         10  ASG-CAND-NAME            PIC X(30).
002760         10  ASG-CAL-IDX             PIC 9(03) COMP.
002770         10  ASG-SLOT                 PIC 9(02).
002780
002790* ------------------------------------------------------------ *
002800*  CANDIDATES LEFT UNASSIGNED WHEN CAPACITY RAN OUT             *
002810*    Each entry keeps the full candidate record image and the    *
002820*    date the candidate first went unassigned, so the whole      *
002830*    table can be written back to the persistent backlog file    *
002840*    for the next run to schedule ahead of its own pass file.    *
002850*    OVF-HELD marks a candidate kept back because the            *
002860*    requisition is on hold rather than for lack of a slot.      *
002870* ------------------------------------------------------------ *
002880 01  OVERFLOW-TABLE.
002890     05  OVF-COUNT               PIC 9(05) COMP VALUE ZERO.
002900     05  OVF-IDX                 PIC 9(05) COMP VALUE ZERO.
002910     05  OVF-ENTRY OCCURS 5000 TIMES.
002920         10  OVF-CAND-ID              PIC X(10).
002930         10  OVF-CAND-NAME            PIC X(30).
002940         10  OVF-QUEUE-DATE           PIC 9(08).
002950         10  OVF-CANDIDATE            PIC X(72).
002960         10  OVF-HELD                 PIC X(01).
002970
002980* ------------------------------------------------------------ *
002990*  CANDIDATES NOT BOOKED - REQUISITION FILLED OR CLOSED         *
003000*    Listed on the report only; they are not carried forward.   *
003010* ------------------------------------------------------------ *
003020 01  NOT-OPEN-TABLE.
003030     05  NOP-COUNT               PIC 9(05) COMP VALUE ZERO.
003040     05  NOP-IDX                 PIC 9(05) COMP VALUE ZERO.
003050     05  NOP-ENTRY OCCURS 5000 TIMES.
003060         10  NOP-CAND-ID              PIC X(10).
003070         10  NOP-CAND-NAME            PIC X(30).
003080         10  NOP-POSITION             PIC X(08).
003090         10  NOP-STATUS               PIC X(01).
003100
003110 01  FS-RUN-CONTROL                   PIC X(02).
003120     88  FS-RUNCTL-OK                     VALUE "00".
003130
003140 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
003150     88  RUN-CONTROL-EOF                  VALUE "Y".
003160
003170* The run number of the execution that produced the stage-2
003180* pass file - the latest normal, correction or override run on
003190* the run-control journal - with its extract date.
003200 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
003210 01  WK-RUN-EXTRACT-DATE              PIC 9(08)   VALUE ZERO.
003220
003230* The date the run started - stamped on every assignment
003240* record written this run as the booking date.
003250 01  WK-RUN-DATE                      PIC 9(08)   VALUE ZERO.
003260 01  WK-TODAY                         PIC 9(08).
003270
003280* Set when the journal already holds a step record of this
003290* program for the run - the step is being restarted.
003300 01  SW-STEP-RESTART                  PIC X(01)   VALUE "N".
003310     88  STEP-RESTART                     VALUE "Y".
003320     88  STEP-FIRST-ATTEMPT               VALUE "N".
003330
003340 01  CT-ALREADY-DONE              PIC 9(07) COMP VALUE ZERO.
003350
003360* ------------------------------------------------------------ *
003370*  CANDIDATES AN EARLIER ATTEMPT AT THIS RUN ALREADY PLACED     *
003380*    Filled only when the step is restarted - every candidate  *
003390*    booked on the run date, and every backlog entry queued    *
003400*    on it.                                                    *
003410* ------------------------------------------------------------ *
003420 01  DONE-TABLE.
003430     05  DN-COUNT                PIC 9(05) COMP VALUE ZERO.
003440     05  DN-IDX                  PIC 9(05) COMP VALUE ZERO.
003450     05  DN-ENTRY OCCURS 5000 TIMES.
003460         10  DN-CAND-ID               PIC X(10).
003470
003480 01  SW-DN-FOUND                      PIC X(01)   VALUE "N".
003490     88  DN-FOUND                         VALUE "Y".
003500     88  DN-NOT-FOUND                     VALUE "N".
003510
003520* ------------------------------------------------------------ *
003530*  BUSINESS DAYS ON THE SHARED CALENDAR                        *
003540*    Only the business days are kept, in date order - holidays *
003550*    and weekends are simply not counted.                      *
003560* ------------------------------------------------------------ *
003570 01  BUSINESS-DAY-TABLE.
003580     05  BD-COUNT                PIC 9(05) COMP VALUE ZERO.
003590     05  BD-IDX                  PIC 9(05) COMP VALUE ZERO.
003600     05  BD-ENTRY OCCURS 3000 TIMES.
003610         10  BD-DATE                  PIC 9(08).
003620
003630* A date's rank is the number of business days on or before
003640* it - two ranks apart is the business days between them.
003650 01  WK-RANK-DATE                     PIC 9(08)   VALUE ZERO.
003660 01  WK-RANK                     PIC 9(05) COMP VALUE ZERO.
003670 01  WK-RUN-DATE-RANK            PIC 9(05) COMP VALUE ZERO.
003680 01  WK-CAL-FIRST-DATE                PIC 9(08)   VALUE ZERO.
003690 01  WK-CAL-PRIOR-DATE                PIC 9(08)   VALUE ZERO.
003700
003710 01  RPT-HEADING-1.
003720     05  FILLER                       PIC X(30)
003730             VALUE "INTERVIEW SCHEDULE REPORT".
003740     05  FILLER                       PIC X(06)   VALUE "  RUN ".
003750     05  RPT-H-RUN-NUMBER             PIC 9(07).
003760     05  FILLER                       PIC X(37)   VALUE SPACES.
003770
003780 01  RPT-INTERVIEWER-LINE.
003790     05  FILLER                       PIC X(13)
003800             VALUE "INTERVIEWER: ".
003810     05  RPT-I-NAME                   PIC X(20).
003820     05  FILLER                       PIC X(07)   VALUE "  DATE ".
003830     05  RPT-I-DATE                   PIC 9(08).
003840     05  FILLER                       PIC X(32)   VALUE SPACES.
003850
003860 01  RPT-SLOT-LINE.
003870     05  FILLER                       PIC X(07)   VALUE "  SLOT ".
003880     05  RPT-S-SLOT                   PIC Z9.
003890     05  FILLER                       PIC X(03)   VALUE SPACES.
003900     05  RPT-S-ID                     PIC X(10).
003910     05  FILLER                       PIC X(02)   VALUE SPACES.
003920     05  RPT-S-NAME                   PIC X(30).
003930     05  FILLER                       PIC X(26)   VALUE SPACES.
003940
003950 01  RPT-OVERFLOW-HEADING.
003960     05  FILLER                       PIC X(42)
003970             VALUE "UNASSIGNED - NO REMAINING INTERVIEW SLOTS:".
003980     05  FILLER                       PIC X(38)
003990             VALUE "  (WAITING DAYS ARE BUSINESS DAYS)".
004000
004010 01  RPT-OVERFLOW-LINE.
004020     05  FILLER                       PIC X(02)   VALUE SPACES.
004030     05  RPT-O-ID                     PIC X(10).
004040     05  FILLER                       PIC X(02)   VALUE SPACES.
004050     05  RPT-O-NAME                   PIC X(30).
004060     05  FILLER                       PIC X(15)
004070             VALUE "  WAITING SINCE".
004080     05  FILLER                       PIC X(01)   VALUE SPACE.
004090     05  RPT-O-QUEUE-DATE             PIC 9(08).
004100     05  FILLER                       PIC X(02)   VALUE SPACES.
004110     05  RPT-O-WAIT-DAYS              PIC ZZ9.
004120     05  FILLER                       PIC X(07)   VALUE " DAYS".
004130
004140
004150 01  RPT-HELD-HEADING.
004160     05  FILLER                       PIC X(42)
004170             VALUE "NOT BOOKED - REQUISITION ON HOLD:".
004180     05  FILLER                       PIC X(38)
004190             VALUE "  (WAITING DAYS ARE BUSINESS DAYS)".
004200
004210 01  RPT-NOT-OPEN-HEADING.
004220     05  FILLER                       PIC X(42)
004230             VALUE "NOT BOOKED - REQUISITION FILLED/CLOSED:".
004240     05  FILLER                       PIC X(38)   VALUE SPACES.
004250
004260 01  RPT-NOT-OPEN-LINE.
004270     05  FILLER                       PIC X(02)   VALUE SPACES.
004280     05  RPT-N-ID                     PIC X(10).
004290     05  FILLER                       PIC X(02)   VALUE SPACES.
004300     05  RPT-N-NAME                   PIC X(30).
004310     05  FILLER                       PIC X(12)
004320             VALUE "  POSITION ".
004330     05  RPT-N-POSITION               PIC X(08).
004340     05  FILLER                       PIC X(09)
004350             VALUE "  STATUS ".
004360     05  RPT-N-STATUS                 PIC X(01).
004370     05  FILLER                       PIC X(06)   VALUE SPACES.
004380
004390 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
004400
004410 01  RPT-FOOTER-1.
004420     05  FILLER                       PIC X(24)
004430             VALUE "CANDIDATES TO BOOK  . .".
004440     05  RPT-F-TOTAL                  PIC ZZZ,ZZ9.
004450
004460 01  RPT-FOOTER-2.
004470     05  FILLER                       PIC X(24)
004480             VALUE "INTERVIEWS BOOKED   . .".
004490     05  RPT-F-ASSIGNED               PIC ZZZ,ZZ9.
004500
004510 01  RPT-FOOTER-3.
004520     05  FILLER                       PIC X(24)
004530             VALUE "LEFT UNASSIGNED     . .".
004540     05  RPT-F-UNASSIGNED             PIC ZZZ,ZZ9.
004550
004560 01  RPT-FOOTER-4.
004570     05  FILLER                       PIC X(24)
004580             VALUE "FROM PRIOR BACKLOG  . .".
004590     05  RPT-F-BACKLOG                PIC ZZZ,ZZ9.
004600
004610 01  RPT-FOOTER-5.
004620     05  FILLER                       PIC X(24)
004630             VALUE "WITHDRAWN - SKIPPED . .".
004640     05  RPT-F-WITHDRAWN              PIC ZZZ,ZZ9.
004650
004660 01  RPT-FOOTER-6.
004670     05  FILLER                       PIC X(24)
004680             VALUE "REQUISITION ON HOLD . .".
004690     05  RPT-F-REQ-ON-HOLD            PIC ZZZ,ZZ9.
004700
004710 01  RPT-FOOTER-7.
004720     05  FILLER                       PIC X(24)
004730             VALUE "REQ FILLED/CLOSED   . .".
004740     05  RPT-F-REQ-NOT-OPEN           PIC ZZZ,ZZ9.
004750
004760 01  RPT-FOOTER-8.
004770     05  FILLER                       PIC X(24)
004780             VALUE "ALREADY DONE THIS RUN .".
004790     05  RPT-F-ALREADY-DONE           PIC ZZZ,ZZ9.
004800
004810 PROCEDURE DIVISION.
004820
004830******************************************************************
004840* 0000-MAINLINE                                                 *
004850******************************************************************
004860 0000-MAINLINE.
004870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004880     PERFORM 1300-PROCESS-BACKLOG THRU 1300-EXIT.
004890     PERFORM 2000-PROCESS-CANDIDATES THRU 2000-EXIT
004900         UNTIL CANDIDATE-EOF.
004910     PERFORM 3000-PRINT-SCHEDULE THRU 3000-EXIT.
004920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004930     STOP RUN.
004940
004950 1000-INITIALIZE.
004960     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
004970
004980     OPEN INPUT STAGE2-PASS-FILE.
004990     IF NOT FS-STAGE2-PASS-OK
005000         DISPLAY "INTSCHED - STAGE2-PASS-FILE OPEN FAILED, "
005010                 "STATUS = " FS-STAGE2-PASS-FILE
005020         MOVE 16 TO RETURN-CODE
005030         STOP RUN
005040     END-IF.
005050
005060     OPEN OUTPUT SCHEDULE-REPORT.
005070     IF NOT FS-SCHEDULE-OK
005080         DISPLAY "INTSCHED - SCHEDULE-REPORT OPEN FAILED, "
005090                 "STATUS = " FS-SCHEDULE-REPORT
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF.
005130
005140* The run is found first - a restart needs the run date to
005150* recognize the bookings an earlier attempt made.
005160     PERFORM 1200-GET-RUN-NUMBER THRU 1200-EXIT.
005170     PERFORM 1250-WRITE-STEP-START THRU 1250-EXIT.
005180
005190* Waiting days on the report are business days up to the run
005200* date.
005210     PERFORM 1400-LOAD-BUSINESS-DAYS THRU 1400-EXIT.
005220
005230* The calendar is loaded and the slots earlier runs booked are
005240* counted before the journal is opened for this run's bookings.
005250     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
005260     PERFORM 1150-COUNT-BOOKED-SLOTS THRU 1150-EXIT.
005270
005280* The assignment file is an append journal across runs - the
005290* results step matches outcomes against every booking ever
005300* made, not just today's.
005310     OPEN EXTEND INTERVIEW-ASSIGN-FILE.
005320     IF NOT FS-ASSIGN-OK
005330         CLOSE INTERVIEW-ASSIGN-FILE
005340         OPEN OUTPUT INTERVIEW-ASSIGN-FILE
005350     END-IF.
005360
005370* The master is read per candidate so withdrawn ones can be
005380* kept out of the slots.
005390     OPEN INPUT CANDIDATE-MASTER-FILE.
005400     IF NOT FS-MASTER-OK
005410         DISPLAY "INTSCHED - CANDIDATE-MASTER-FILE OPEN "
005420                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
005430         MOVE 16 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460
005470* The requisition master is read per candidate so no interview
005480* is booked for a job that is on hold, filled or closed.
005490     OPEN INPUT REQUISITION-MASTER-FILE.
005500     IF NOT FS-REQUISITION-OK
005510         DISPLAY "INTSCHED - REQUISITION-MASTER-FILE OPEN "
005520                 "FAILED, STATUS = " FS-REQUISITION-MASTER
005530         MOVE 16 TO RETURN-CODE
005540         STOP RUN
005550     END-IF.
005560
005570     WRITE REPORT-LINE FROM RPT-HEADING-1.
005580
005590 1000-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 1100-LOAD-CALENDAR                                            *
005640*   Loads the interviewer capacity calendar into CALENDAR-      *
005650*   TABLE.  A calendar record that is not numeric where it      *
005660*   must be fails the step - scheduling against a bad           *
005670*   calendar would hand out slots that do not exist.            *
005680******************************************************************
005690 1100-LOAD-CALENDAR.
005700     OPEN INPUT INTERVIEWER-CALENDAR-FILE.
005710     IF NOT FS-CALENDAR-OK
005720         DISPLAY "INTSCHED - INTERVIEWER-CALENDAR-FILE OPEN "
005730                 "FAILED, STATUS = " FS-CALENDAR-FILE
005740         MOVE 16 TO RETURN-CODE
005750         STOP RUN
005760     END-IF.
005770
005780     PERFORM 1110-LOAD-ONE-CALENDAR THRU 1110-EXIT
005790         UNTIL CALENDAR-EOF.
005800     CLOSE INTERVIEWER-CALENDAR-FILE.
005810
005820     IF CAL-COUNT IS EQUAL TO ZERO
005830         DISPLAY "INTSCHED - INTERVIEWER CALENDAR IS EMPTY"
005840         MOVE 16 TO RETURN-CODE
005850         STOP RUN
005860     END-IF.
005870
005880 1100-EXIT.
005890     EXIT.
005900
005910 1110-LOAD-ONE-CALENDAR.
005920     READ INTERVIEWER-CALENDAR-FILE
005930         AT END
005940             SET CALENDAR-EOF TO TRUE
005950             GO TO 1110-EXIT
005960     END-READ.
005970
005980     IF CAL-DATE-X IS NOT NUMERIC
005990        OR CAL-SLOT-COUNT-X IS NOT NUMERIC
006000         DISPLAY "INTSCHED - BAD CALENDAR RECORD FOR "
006010                 CAL-INTERVIEWER
006020         MOVE 16 TO RETURN-CODE
006030         STOP RUN
006040     END-IF.
006050
006060     IF CAL-COUNT IS NOT LESS THAN 500
006070         DISPLAY "INTSCHED - CALENDAR-TABLE FULL AT 500 ENTRIES"
006080         MOVE 16 TO RETURN-CODE
006090         STOP RUN
006100     END-IF.
006110
006120     ADD 1 TO CAL-COUNT.
006130     MOVE CAL-INTERVIEWER TO CAL-T-INTERVIEWER (CAL-COUNT).
006140     MOVE CAL-DATE TO CAL-T-DATE (CAL-COUNT).
006150     MOVE CAL-SLOT-COUNT TO CAL-T-SLOTS (CAL-COUNT).
006160     MOVE ZERO TO CAL-T-USED (CAL-COUNT).
006170     MOVE ZERO TO CAL-T-PRIOR (CAL-COUNT).
006180
006190 1110-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230* 1400-LOAD-BUSINESS-DAYS                                       *
006240*   Loads the business days off the shared calendar and ranks   *
006250*   the run date among them.  A calendar out of order or one    *
006260*   that does not cover the run date fails the step.            *
006270******************************************************************
006280 1400-LOAD-BUSINESS-DAYS.
006290     OPEN INPUT BUSINESS-DAY-FILE.
006300     IF NOT FS-BUSINESS-DAY-OK
006310         DISPLAY "INTSCHED - BUSINESS-DAY-FILE OPEN FAILED, "
006320                 "STATUS = " FS-BUSINESS-DAY-FILE
006330         MOVE 16 TO RETURN-CODE
006340         STOP RUN
006350     END-IF.
006360
006370     PERFORM 1410-LOAD-ONE-BUSINESS-DAY THRU 1410-EXIT
006380         UNTIL BUSINESS-DAY-EOF.
006390     CLOSE BUSINESS-DAY-FILE.
006400
006410     IF WK-RUN-DATE IS LESS THAN WK-CAL-FIRST-DATE
006420        OR WK-RUN-DATE IS GREATER THAN WK-CAL-PRIOR-DATE
006430         DISPLAY "INTSCHED - RUN DATE " WK-RUN-DATE " IS NOT "
006440                 "ON THE BUSINESS-DAY CALENDAR"
006450         MOVE 16 TO RETURN-CODE
006460         STOP RUN
006470     END-IF.
006480
006490     MOVE WK-RUN-DATE TO WK-RANK-DATE.
006500     PERFORM 1420-RANK-DATE THRU 1420-EXIT.
006510     MOVE WK-RANK TO WK-RUN-DATE-RANK.
006520
006530 1400-EXIT.
006540     EXIT.
006550
006560 1410-LOAD-ONE-BUSINESS-DAY.
006570     READ BUSINESS-DAY-FILE
006580         AT END
006590             SET BUSINESS-DAY-EOF TO TRUE
006600             GO TO 1410-EXIT
006610     END-READ.
006620
006630     IF BDAY-DATE-X IS NOT NUMERIC
006640        OR NOT BDAY-TYPE-VALID
006650         DISPLAY "INTSCHED - BAD BUSINESS-DAY RECORD: "
006660                 BUSINESS-DAY-RECORD
006670         MOVE 16 TO RETURN-CODE
006680         STOP RUN
006690     END-IF.
006700
006710     IF BDAY-DATE IS NOT GREATER THAN WK-CAL-PRIOR-DATE
006720         DISPLAY "INTSCHED - BUSINESS-DAY CALENDAR OUT OF "
006730                 "ORDER AT " BDAY-DATE
006740         MOVE 16 TO RETURN-CODE
006750         STOP RUN
006760     END-IF.
006770     IF WK-CAL-FIRST-DATE IS EQUAL TO ZERO
006780         MOVE BDAY-DATE TO WK-CAL-FIRST-DATE
006790     END-IF.
006800     MOVE BDAY-DATE TO WK-CAL-PRIOR-DATE.
006810
006820     IF NOT BDAY-BUSINESS-DAY
006830         GO TO 1410-EXIT
006840     END-IF.
006850
006860     IF BD-COUNT IS NOT LESS THAN 3000
006870         DISPLAY "INTSCHED - BUSINESS-DAY-TABLE FULL AT 3000 "
006880                 "ENTRIES"
006890         MOVE 16 TO RETURN-CODE
006900         STOP RUN
006910     END-IF.
006920     ADD 1 TO BD-COUNT.
006930     MOVE BDAY-DATE TO BD-DATE (BD-COUNT).
006940
006950 1410-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990* 1420-RANK-DATE                                                *
007000*   Counts the business days on or before WK-RANK-DATE into     *
007010*   WK-RANK.                                                    *
007020******************************************************************
007030 1420-RANK-DATE.
007040     MOVE ZERO TO WK-RANK.
007050     PERFORM 1430-RANK-ONE-DAY THRU 1430-EXIT
007060         VARYING BD-IDX FROM 1 BY 1
007070         UNTIL BD-IDX IS GREATER THAN BD-COUNT.
007080
007090 1420-EXIT.
007100     EXIT.
007110
007120 1430-RANK-ONE-DAY.
007130     IF BD-DATE (BD-IDX) IS NOT GREATER THAN WK-RANK-DATE
007140         ADD 1 TO WK-RANK
007150     END-IF.
007160
007170 1430-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210* 1150-COUNT-BOOKED-SLOTS                                       *
007220*   Reads the assignment journal - which holds only the open    *
007230*   pipeline once INTVRSLT and CALMNT have rewritten it - and   *
007240*   marks each calendar day used up to the highest slot booked  *
007250*   on it, so new bookings take the slots after it.  On a       *
007260*   restart each candidate booked on the run date is noted as   *
007270*   already placed.  No journal yet means nothing is booked.    *
007280******************************************************************
007290 1150-COUNT-BOOKED-SLOTS.
007300     OPEN INPUT INTERVIEW-ASSIGN-FILE.
007310     IF NOT FS-ASSIGN-OK
007320         GO TO 1150-EXIT
007330     END-IF.
007340
007350     PERFORM 1160-COUNT-ONE-BOOKING THRU 1160-EXIT
007360         UNTIL ASSIGN-EOF.
007370     CLOSE INTERVIEW-ASSIGN-FILE.
007380
007390 1150-EXIT.
007400     EXIT.
007410
007420 1160-COUNT-ONE-BOOKING.
007430     READ INTERVIEW-ASSIGN-FILE
007440         AT END
007450             SET ASSIGN-EOF TO TRUE
007460             GO TO 1160-EXIT
007470     END-READ.
007480
007490     IF IVA-INTV-DATE-X IS NOT NUMERIC
007500         GO TO 1160-EXIT
007510     END-IF.
007520
007530     IF STEP-RESTART
007540        AND IVA-BOOKED-DATE IS EQUAL TO WK-RUN-DATE
007550         MOVE IVA-CAND-ID TO CAND-ID
007560         PERFORM 2900-ADD-DONE THRU 2900-EXIT
007570     END-IF.
007580
007590     PERFORM 1170-MATCH-BOOKED-DAY THRU 1170-EXIT
007600         VARYING CAL-IDX FROM 1 BY 1
007610         UNTIL CAL-IDX IS GREATER THAN CAL-COUNT.
007620
007630 1160-EXIT.
007640     EXIT.
007650
007660 1170-MATCH-BOOKED-DAY.
007670     IF CAL-T-INTERVIEWER (CAL-IDX) IS EQUAL TO IVA-INTERVIEWER
007680        AND CAL-T-DATE (CAL-IDX) IS EQUAL TO IVA-INTV-DATE
007690        AND IVA-SLOT IS GREATER THAN CAL-T-USED (CAL-IDX)
007700         MOVE IVA-SLOT TO CAL-T-USED (CAL-IDX)
007710         MOVE IVA-SLOT TO CAL-T-PRIOR (CAL-IDX)
007720     END-IF.
007730
007740 1170-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780* 1200-GET-RUN-NUMBER                                           *
007790*   The latest normal, correction or override run on the run-   *
007800*   control journal produced the stage-2 pass file - its run    *
007810*   number goes in the report heading, and the                  *
007820*   date it started is the booking date.  A step record of      *
007830*   this program for that run means the step is being           *
007840*   restarted.  A missing journal just leaves the heading       *
007850*   zero and the date today's.                                  *
007860******************************************************************
007870 1200-GET-RUN-NUMBER.
007880     OPEN INPUT RUN-CONTROL-FILE.
007890     IF NOT FS-RUNCTL-OK
007900         GO TO 1200-STAMP
007910     END-IF.
007920
007930     PERFORM 1210-READ-ONE-RUNCTL THRU 1210-EXIT
007940         UNTIL RUN-CONTROL-EOF.
007950     CLOSE RUN-CONTROL-FILE.
007960
007970 1200-STAMP.
007980     IF WK-RUN-DATE IS EQUAL TO ZERO
007990         MOVE WK-TODAY TO WK-RUN-DATE
008000     END-IF.
008010     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
008020
008030 1200-EXIT.
008040     EXIT.
008050
008060 1210-READ-ONE-RUNCTL.
008070     READ RUN-CONTROL-FILE
008080         AT END
008090             SET RUN-CONTROL-EOF TO TRUE
008100             GO TO 1210-EXIT
008110     END-READ.
008120
008130     IF RUN-NUMBER-X IS NOT NUMERIC
008140         GO TO 1210-EXIT
008150     END-IF.
008160
008170* The STARTED record comes first, so a run's date is the day
008180* it started even when a checkpoint restart completed it.
008190     IF RUN-TYPE-NORMAL OR RUN-TYPE-CORRECTION
008200        OR RUN-TYPE-OVERRIDE
008210         IF RUN-NUMBER IS NOT EQUAL TO WK-RUN-NUMBER
008220             MOVE RUN-NUMBER TO WK-RUN-NUMBER
008230             MOVE RUN-EXTRACT-DATE TO WK-RUN-EXTRACT-DATE
008240             MOVE RUN-EVENT-DATE TO WK-RUN-DATE
008250             SET STEP-FIRST-ATTEMPT TO TRUE
008260         END-IF
008270         GO TO 1210-EXIT
008280     END-IF.
008290
008300     IF RUN-TYPE-STEP
008310        AND RUN-STEP-INTSCHED
008320        AND RUN-NUMBER IS EQUAL TO WK-RUN-NUMBER
008330         SET STEP-RESTART TO TRUE
008340     END-IF.
008350
008360 1210-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400* 1250-WRITE-STEP-START                                         *
008410*   Appends this step's STARTED record for the run to the       *
008420*   run-control journal.  With no run on file there is         *
008430*   nothing to record it against.                               *
008440******************************************************************
008450 1250-WRITE-STEP-START.
008460     IF WK-RUN-NUMBER IS EQUAL TO ZERO
008470         GO TO 1250-EXIT
008480     END-IF.
008490
008500     OPEN EXTEND RUN-CONTROL-FILE.
008510     IF NOT FS-RUNCTL-OK
008520         CLOSE RUN-CONTROL-FILE
008530         OPEN OUTPUT RUN-CONTROL-FILE
008540     END-IF.
008550     MOVE SPACES TO RUNCTL-RECORD.
008560     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
008570     SET RUN-STARTED TO TRUE.
008580     SET RUN-TYPE-STEP TO TRUE.
008590     SET RUN-STEP-INTSCHED TO TRUE.
008600     MOVE WK-RUN-EXTRACT-DATE TO RUN-EXTRACT-DATE.
008610     MOVE WK-TODAY TO RUN-EVENT-DATE.
008620     MOVE ZERO TO RUN-READ-COUNT RUN-PASS-COUNT RUN-FAIL-COUNT
008630                  RUN-REJECT-COUNT RUN-DUPL-COUNT.
008640     WRITE RUNCTL-RECORD.
008650     CLOSE RUN-CONTROL-FILE.
008660
008670     IF STEP-RESTART
008680         DISPLAY "INTSCHED - RESTARTING SCHEDULING FOR RUN "
008690                 WK-RUN-NUMBER
008700     END-IF.
008710
008720 1250-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760* 1300-PROCESS-BACKLOG                                          *
008770*   Schedules the candidates earlier runs could not place,      *
008780*   ahead of the new day's pass file.  The backlog is kept in   *
008790*   queue-date order, so reading it front to back is oldest     *
008800*   first.  A backlog that does not exist yet (first run)       *
008810*   just means there is nothing carried forward.                *
008820******************************************************************
008830 1300-PROCESS-BACKLOG.
008840     OPEN INPUT INTERVIEW-BACKLOG-FILE.
008850     IF FS-BACKLOG-NOT-FOUND
008860         GO TO 1300-EXIT
008870     END-IF.
008880     IF NOT FS-BACKLOG-OK
008890         DISPLAY "INTSCHED - INTERVIEW-BACKLOG-FILE OPEN "
008900                 "FAILED, STATUS = " FS-BACKLOG-FILE
008910         MOVE 16 TO RETURN-CODE
008920         STOP RUN
008930     END-IF.
008940
008950     PERFORM 1310-SCHEDULE-ONE-BACKLOG THRU 1310-EXIT
008960         UNTIL BACKLOG-EOF.
008970     CLOSE INTERVIEW-BACKLOG-FILE.
008980
008990 1300-EXIT.
009000     EXIT.
009010
009020 1310-SCHEDULE-ONE-BACKLOG.
009030     READ INTERVIEW-BACKLOG-FILE
009040         AT END
009050             SET BACKLOG-EOF TO TRUE
009060             GO TO 1310-EXIT
009070     END-READ.
009080
009090     IF BKL-QUEUE-DATE-X IS NOT NUMERIC
009100         DISPLAY "INTSCHED - BAD BACKLOG RECORD: "
009110                 BACKLOG-RECORD
009120         MOVE 16 TO RETURN-CODE
009130         STOP RUN
009140     END-IF.
009150
009160* An entry queued before the calendar starts could not have
009170* its waiting days counted.
009180     IF BKL-QUEUE-DATE IS LESS THAN WK-CAL-FIRST-DATE
009190         DISPLAY "INTSCHED - BACKLOG QUEUE DATE " BKL-QUEUE-DATE
009200                 " IS BEFORE THE BUSINESS-DAY CALENDAR"
009210         MOVE 16 TO RETURN-CODE
009220         STOP RUN
009230     END-IF.
009240
009250     ADD 1 TO CT-RECORDS-READ.
009260     ADD 1 TO CT-FROM-BACKLOG.
009270     MOVE BKL-CANDIDATE TO CANDIDATE-RECORD.
009280     MOVE BKL-QUEUE-DATE TO WK-QUEUE-DATE.
009290
009300* On a restart a backlog candidate the earlier attempt booked
009310* is still on the backlog if it failed before rewriting it.
009320* One queued on the run date was carried forward off the pass
009330* file - noted, so the pass-file copy is not queued twice.
009340     IF STEP-RESTART
009350         PERFORM 2910-FIND-DONE THRU 2910-EXIT
009360         IF DN-FOUND
009370             ADD 1 TO CT-ALREADY-DONE
009380             GO TO 1310-EXIT
009390         END-IF
009400         IF BKL-QUEUE-DATE IS EQUAL TO WK-RUN-DATE
009410             PERFORM 2900-ADD-DONE THRU 2900-EXIT
009420         END-IF
009430     END-IF.
009440
009450     PERFORM 2050-CHECK-WITHDRAWN THRU 2050-EXIT.
009460     IF CAND-WITHDRAWN
009470         GO TO 1310-EXIT
009480     END-IF.
009490     PERFORM 2060-CHECK-REQUISITION THRU 2060-EXIT.
009500     IF REQUISITION-NOT-BOOKABLE
009510         GO TO 1310-EXIT
009520     END-IF.
009530     PERFORM 2100-ASSIGN-SLOT THRU 2100-EXIT.
009540
009550 1310-EXIT.
009560     EXIT.
009570
009580 2000-PROCESS-CANDIDATES.
009590     READ STAGE2-PASS-FILE
009600         AT END
009610             SET CANDIDATE-EOF TO TRUE
009620             GO TO 2000-EXIT
009630     END-READ.
009640     ADD 1 TO CT-RECORDS-READ.
009650
009660     MOVE WK-RUN-DATE TO WK-QUEUE-DATE.
009670
009680     IF STEP-RESTART
009690         PERFORM 2910-FIND-DONE THRU 2910-EXIT
009700         IF DN-FOUND
009710             ADD 1 TO CT-ALREADY-DONE
009720             GO TO 2000-EXIT
009730         END-IF
009740     END-IF.
009750
009760     PERFORM 2050-CHECK-WITHDRAWN THRU 2050-EXIT.
009770     IF CAND-WITHDRAWN
009780         GO TO 2000-EXIT
009790     END-IF.
009800     PERFORM 2060-CHECK-REQUISITION THRU 2060-EXIT.
009810     IF REQUISITION-NOT-BOOKABLE
009820         GO TO 2000-EXIT
009830     END-IF.
009840     PERFORM 2100-ASSIGN-SLOT THRU 2100-EXIT.
009850
009860 2000-EXIT.
009870     EXIT.
009880
009890******************************************************************
009900* 2050-CHECK-WITHDRAWN                                          *
009910*   Reads the candidate's master record - a candidate marked    *
009920*   WDRN took themselves out and gets no slot, only a count.    *
009930*   A candidate with no master record is scheduled normally.    *
009940******************************************************************
009950 2050-CHECK-WITHDRAWN.
009960     SET CAND-NOT-WITHDRAWN TO TRUE.
009970     MOVE CAND-ID TO MAST-CAND-ID.
009980     READ CANDIDATE-MASTER-FILE
009990         INVALID KEY
010000             GO TO 2050-EXIT
010010     END-READ.
010020
010030     IF MAST-RESULT-WDRN
010040         SET CAND-WITHDRAWN TO TRUE
010050         ADD 1 TO CT-WITHDRAWN
010060     END-IF.
010070
010080 2050-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120* 2060-CHECK-REQUISITION                                        *
010130*   Reads the requisition for the candidate's position.  On    *
010140*   hold - no slot, but the candidate stays on the backlog     *
010150*   until HR releases the requisition.  Filled or closed - no  *
010160*   slot and the candidate is listed and dropped.  A position  *
010170*   with no requisition on file is booked as before.           *
010180******************************************************************
010190 2060-CHECK-REQUISITION.
010200     SET REQUISITION-BOOKABLE TO TRUE.
010210     MOVE CAND-POSITION TO REQ-POSITION.
010220     READ REQUISITION-MASTER-FILE
010230         INVALID KEY
010240             GO TO 2060-EXIT
010250     END-READ.
010260
010270     IF REQ-STATUS-HOLD
010280         SET REQUISITION-ON-HOLD TO TRUE
010290         ADD 1 TO CT-REQ-ON-HOLD
010300         PERFORM 2150-CARRY-FORWARD THRU 2150-EXIT
010310         SET REQUISITION-NOT-BOOKABLE TO TRUE
010320         GO TO 2060-EXIT
010330     END-IF.
010340
010350     IF REQ-STATUS-FILLED OR REQ-STATUS-CLOSED
010360         IF NOP-COUNT IS NOT LESS THAN 5000
010370             DISPLAY "INTSCHED - NOT-OPEN-TABLE FULL AT 5000 "
010380                     "ENTRIES, CANDIDATE " CAND-ID
010390             MOVE 16 TO RETURN-CODE
010400             STOP RUN
010410         END-IF
010420         SET REQUISITION-NOT-BOOKABLE TO TRUE
010430         ADD 1 TO CT-REQ-NOT-OPEN
010440         ADD 1 TO NOP-COUNT
010450         MOVE CAND-ID TO NOP-CAND-ID (NOP-COUNT)
010460         MOVE CAND-NAME TO NOP-CAND-NAME (NOP-COUNT)
010470         MOVE CAND-POSITION TO NOP-POSITION (NOP-COUNT)
010480         MOVE REQ-STATUS TO NOP-STATUS (NOP-COUNT)
010490     END-IF.
010500
010510 2060-EXIT.
010520     EXIT.
010530
010540******************************************************************
010550* 2100-ASSIGN-SLOT                                              *
010560*   Gives the candidate the first open slot in calendar order.  *
010570*   When every slot is taken the candidate goes on the          *
010580*   overflow list instead.                                      *
010590******************************************************************
010600 2100-ASSIGN-SLOT.
010610     SET SLOT-NOT-FOUND TO TRUE.
010620     PERFORM 2110-TRY-ONE-CALENDAR-DAY THRU 2110-EXIT
010630         VARYING CAL-IDX FROM 1 BY 1
010640         UNTIL CAL-IDX IS GREATER THAN CAL-COUNT
010650            OR SLOT-FOUND.
010660
010670     IF SLOT-NOT-FOUND
010680         ADD 1 TO CT-UNASSIGNED
010690         PERFORM 2150-CARRY-FORWARD THRU 2150-EXIT
010700     END-IF.
010710
010720 2100-EXIT.
010730     EXIT.
010740
010750******************************************************************
010760* 2150-CARRY-FORWARD                                            *
010770*   Puts the candidate on the overflow table, which 9100        *
010780*   writes back to the backlog for the next run - either for    *
010790*   lack of a slot or because the requisition is on hold.       *
010800******************************************************************
010810 2150-CARRY-FORWARD.
010820     IF OVF-COUNT IS NOT LESS THAN 5000
010830         DISPLAY "INTSCHED - OVERFLOW-TABLE FULL AT 5000 "
010840                 "ENTRIES, CANDIDATE " CAND-ID
010850         MOVE 16 TO RETURN-CODE
010860         STOP RUN
010870     END-IF.
010880     ADD 1 TO OVF-COUNT.
010890     MOVE CAND-ID TO OVF-CAND-ID (OVF-COUNT).
010900     MOVE CAND-NAME TO OVF-CAND-NAME (OVF-COUNT).
010910     MOVE WK-QUEUE-DATE TO OVF-QUEUE-DATE (OVF-COUNT).
010920     MOVE CANDIDATE-RECORD TO OVF-CANDIDATE (OVF-COUNT).
010930     IF REQUISITION-ON-HOLD
010940         MOVE "Y" TO OVF-HELD (OVF-COUNT)
010950     ELSE
010960         MOVE "N" TO OVF-HELD (OVF-COUNT)
010970     END-IF.
010980
010990 2150-EXIT.
011000     EXIT.
011010
011020 2110-TRY-ONE-CALENDAR-DAY.
011030     IF CAL-T-USED (CAL-IDX) IS LESS THAN CAL-T-SLOTS (CAL-IDX)
011040         IF ASG-COUNT IS NOT LESS THAN 5000
011050             DISPLAY "INTSCHED - ASSIGNMENT-TABLE FULL AT 5000 "
011060                     "ENTRIES, CANDIDATE " CAND-ID
011070             MOVE 16 TO RETURN-CODE
011080             STOP RUN
011090         END-IF
011100         SET SLOT-FOUND TO TRUE
011110         ADD 1 TO CAL-T-USED (CAL-IDX)
011120         ADD 1 TO ASG-COUNT
011130         ADD 1 TO CT-ASSIGNED
011140         MOVE CAND-ID TO ASG-CAND-ID (ASG-COUNT)
011150         MOVE CAND-NAME TO ASG-CAND-NAME (ASG-COUNT)
011160         MOVE CAL-IDX TO ASG-CAL-IDX (ASG-COUNT)
011170         MOVE CAL-T-USED (CAL-IDX) TO ASG-SLOT (ASG-COUNT)
011180     END-IF.
011190
011200 2110-EXIT.
011210     EXIT.
011220
011230******************************************************************
011240* 2900-ADD-DONE                                                 *
011250*   Notes CAND-ID in DONE-TABLE as placed by an earlier         *
011260*   attempt at this run.                                        *
011270******************************************************************
011280 2900-ADD-DONE.
011290     PERFORM 2910-FIND-DONE THRU 2910-EXIT.
011300     IF DN-FOUND
011310         GO TO 2900-EXIT
011320     END-IF.
011330     IF DN-COUNT IS NOT LESS THAN 5000
011340         DISPLAY "INTSCHED - DONE-TABLE FULL AT 5000 ENTRIES"
011350         MOVE 16 TO RETURN-CODE
011360         STOP RUN
011370     END-IF.
011380     ADD 1 TO DN-COUNT.
011390     MOVE CAND-ID TO DN-CAND-ID (DN-COUNT).
011400
011410 2900-EXIT.
011420     EXIT.
011430
011440******************************************************************
011450* 2910-FIND-DONE                                                *
011460*   Serial search of DONE-TABLE for CAND-ID.                    *
011470******************************************************************
011480 2910-FIND-DONE.
011490     SET DN-NOT-FOUND TO TRUE.
011500     PERFORM 2920-MATCH-DONE THRU 2920-EXIT
011510         VARYING DN-IDX FROM 1 BY 1
011520         UNTIL DN-IDX IS GREATER THAN DN-COUNT
011530            OR DN-FOUND.
011540
011550 2910-EXIT.
011560     EXIT.
011570
011580 2920-MATCH-DONE.
011590     IF DN-CAND-ID (DN-IDX) IS EQUAL TO CAND-ID
011600         SET DN-FOUND TO TRUE
011610     END-IF.
011620
011630 2920-EXIT.
011640     EXIT.
011650
011660******************************************************************
011670* 3000-PRINT-SCHEDULE                                           *
011680*   One block per interviewer calendar day that got at least    *
011690*   one booking, then the overflow list when capacity ran       *
011700*   out.                                                        *
011710******************************************************************
011720 3000-PRINT-SCHEDULE.
011730     PERFORM 3100-PRINT-ONE-CALENDAR-DAY THRU 3100-EXIT
011740         VARYING CAL-IDX FROM 1 BY 1
011750         UNTIL CAL-IDX IS GREATER THAN CAL-COUNT.
011760
011770     IF CT-UNASSIGNED IS GREATER THAN ZERO
011780         WRITE REPORT-LINE FROM RPT-BLANK-LINE
011790         WRITE REPORT-LINE FROM RPT-OVERFLOW-HEADING
011800         PERFORM 3200-PRINT-ONE-OVERFLOW THRU 3200-EXIT
011810             VARYING OVF-IDX FROM 1 BY 1
011820             UNTIL OVF-IDX IS GREATER THAN OVF-COUNT
011830     END-IF.
011840
011850     IF CT-REQ-ON-HOLD IS GREATER THAN ZERO
011860         WRITE REPORT-LINE FROM RPT-BLANK-LINE
011870         WRITE REPORT-LINE FROM RPT-HELD-HEADING
011880         PERFORM 3210-PRINT-ONE-HELD THRU 3210-EXIT
011890             VARYING OVF-IDX FROM 1 BY 1
011900             UNTIL OVF-IDX IS GREATER THAN OVF-COUNT
011910     END-IF.
011920
011930     IF NOP-COUNT IS GREATER THAN ZERO
011940         WRITE REPORT-LINE FROM RPT-BLANK-LINE
011950         WRITE REPORT-LINE FROM RPT-NOT-OPEN-HEADING
011960         PERFORM 3220-PRINT-ONE-NOT-OPEN THRU 3220-EXIT
011970             VARYING NOP-IDX FROM 1 BY 1
011980             UNTIL NOP-IDX IS GREATER THAN NOP-COUNT
011990     END-IF.
012000
012010 3000-EXIT.
012020     EXIT.
012030
012040 3100-PRINT-ONE-CALENDAR-DAY.
012050     IF CAL-T-USED (CAL-IDX) IS EQUAL TO CAL-T-PRIOR (CAL-IDX)
012060         GO TO 3100-EXIT
012070     END-IF.
012080
012090     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
012100     MOVE CAL-T-INTERVIEWER (CAL-IDX) TO RPT-I-NAME.
012110     MOVE CAL-T-DATE (CAL-IDX) TO RPT-I-DATE.
012120     WRITE REPORT-LINE FROM RPT-INTERVIEWER-LINE.
012130
012140     PERFORM 3110-PRINT-ONE-BOOKING THRU 3110-EXIT
012150         VARYING ASG-IDX FROM 1 BY 1
012160         UNTIL ASG-IDX IS GREATER THAN ASG-COUNT.
012170
012180 3100-EXIT.
012190     EXIT.
012200
012210 3110-PRINT-ONE-BOOKING.
012220     IF ASG-CAL-IDX (ASG-IDX) IS NOT EQUAL TO CAL-IDX
012230         GO TO 3110-EXIT
012240     END-IF.
012250
012260     MOVE ASG-SLOT (ASG-IDX) TO RPT-S-SLOT.
012270     MOVE ASG-CAND-ID (ASG-IDX) TO RPT-S-ID.
012280     MOVE ASG-CAND-NAME (ASG-IDX) TO RPT-S-NAME.
012290     WRITE REPORT-LINE FROM RPT-SLOT-LINE.
012300
012310     PERFORM 3120-WRITE-ONE-ASSIGNMENT THRU 3120-EXIT.
012320
012330 3110-EXIT.
012340     EXIT.
012350
012360******************************************************************
012370* 3120-WRITE-ONE-ASSIGNMENT                                     *
012380*   Appends the booking 3110 just printed to the interview      *
012390*   assignment journal, so the results step can match the       *
012400*   interview outcome back to this booking.                     *
012410******************************************************************
012420 3120-WRITE-ONE-ASSIGNMENT.
012430     MOVE SPACES TO INTERVIEW-ASSIGN-RECORD.
012440     MOVE ASG-CAND-ID (ASG-IDX) TO IVA-CAND-ID.
012450     MOVE ASG-CAND-NAME (ASG-IDX) TO IVA-CAND-NAME.
012460     MOVE CAL-T-INTERVIEWER (CAL-IDX) TO IVA-INTERVIEWER.
012470     MOVE CAL-T-DATE (CAL-IDX) TO IVA-INTV-DATE.
012480     MOVE ASG-SLOT (ASG-IDX) TO IVA-SLOT.
012490     MOVE WK-RUN-DATE TO IVA-BOOKED-DATE.
012500     WRITE INTERVIEW-ASSIGN-RECORD.
012510
012520 3120-EXIT.
012530     EXIT.
012540
012550 3200-PRINT-ONE-OVERFLOW.
012560     IF OVF-HELD (OVF-IDX) IS EQUAL TO "Y"
012570         GO TO 3200-EXIT
012580     END-IF.
012590
012600     MOVE OVF-CAND-ID (OVF-IDX) TO RPT-O-ID.
012610     MOVE OVF-CAND-NAME (OVF-IDX) TO RPT-O-NAME.
012620     MOVE OVF-QUEUE-DATE (OVF-IDX) TO RPT-O-QUEUE-DATE.
012630     PERFORM 3230-SET-WAIT-DAYS THRU 3230-EXIT.
012640     WRITE REPORT-LINE FROM RPT-OVERFLOW-LINE.
012650
012660 3200-EXIT.
012670     EXIT.
012680
012690 3210-PRINT-ONE-HELD.
012700     IF OVF-HELD (OVF-IDX) IS NOT EQUAL TO "Y"
012710         GO TO 3210-EXIT
012720     END-IF.
012730
012740     MOVE OVF-CAND-ID (OVF-IDX) TO RPT-O-ID.
012750     MOVE OVF-CAND-NAME (OVF-IDX) TO RPT-O-NAME.
012760     MOVE OVF-QUEUE-DATE (OVF-IDX) TO RPT-O-QUEUE-DATE.
012770     PERFORM 3230-SET-WAIT-DAYS THRU 3230-EXIT.
012780     WRITE REPORT-LINE FROM RPT-OVERFLOW-LINE.
012790
012800 3210-EXIT.
012810     EXIT.
012820
012830 3220-PRINT-ONE-NOT-OPEN.
012840     MOVE NOP-CAND-ID (NOP-IDX) TO RPT-N-ID.
012850     MOVE NOP-CAND-NAME (NOP-IDX) TO RPT-N-NAME.
012860     MOVE NOP-POSITION (NOP-IDX) TO RPT-N-POSITION.
012870     MOVE NOP-STATUS (NOP-IDX) TO RPT-N-STATUS.
012880     WRITE REPORT-LINE FROM RPT-NOT-OPEN-LINE.
012890
012900 3220-EXIT.
012910     EXIT.
012920
012930******************************************************************
012940* 3230-SET-WAIT-DAYS                                            *
012950*   Business days from the queue date up to the run date.       *
012960******************************************************************
012970 3230-SET-WAIT-DAYS.
012980     IF OVF-QUEUE-DATE (OVF-IDX) IS NOT LESS THAN WK-RUN-DATE
012990         MOVE ZERO TO RPT-O-WAIT-DAYS
013000         GO TO 3230-EXIT
013010     END-IF.
013020
013030     MOVE OVF-QUEUE-DATE (OVF-IDX) TO WK-RANK-DATE.
013040     PERFORM 1420-RANK-DATE THRU 1420-EXIT.
013050     COMPUTE RPT-O-WAIT-DAYS = WK-RUN-DATE-RANK - WK-RANK.
013060
013070 3230-EXIT.
013080     EXIT.
013090
013100 9000-TERMINATE.
013110     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
013120     MOVE CT-RECORDS-READ TO RPT-F-TOTAL.
013130     MOVE CT-ASSIGNED TO RPT-F-ASSIGNED.
013140     MOVE CT-UNASSIGNED TO RPT-F-UNASSIGNED.
013150     MOVE CT-FROM-BACKLOG TO RPT-F-BACKLOG.
013160     MOVE CT-WITHDRAWN TO RPT-F-WITHDRAWN.
013170     MOVE CT-REQ-ON-HOLD TO RPT-F-REQ-ON-HOLD.
013180     MOVE CT-REQ-NOT-OPEN TO RPT-F-REQ-NOT-OPEN.
013190     WRITE REPORT-LINE FROM RPT-FOOTER-1.
013200     WRITE REPORT-LINE FROM RPT-FOOTER-2.
013210     WRITE REPORT-LINE FROM RPT-FOOTER-3.
013220     WRITE REPORT-LINE FROM RPT-FOOTER-4.
013230     WRITE REPORT-LINE FROM RPT-FOOTER-5.
013240     WRITE REPORT-LINE FROM RPT-FOOTER-6.
013250     WRITE REPORT-LINE FROM RPT-FOOTER-7.
013260     IF STEP-RESTART
013270         MOVE CT-ALREADY-DONE TO RPT-F-ALREADY-DONE
013280         WRITE REPORT-LINE FROM RPT-FOOTER-8
013290     END-IF.
013300
013310     PERFORM 9100-REWRITE-BACKLOG THRU 9100-EXIT.
013320
013330     CLOSE STAGE2-PASS-FILE.
013340     CLOSE SCHEDULE-REPORT.
013350     CLOSE INTERVIEW-ASSIGN-FILE.
013360     CLOSE CANDIDATE-MASTER-FILE.
013370     CLOSE REQUISITION-MASTER-FILE.
013380
013390     PERFORM 9300-WRITE-STEP-COMPLETE THRU 9300-EXIT.
013400
013410     DISPLAY "INTSCHED - INTERVIEW SCHEDULING COMPLETE".
013420     DISPLAY "  CANDIDATES TO BOOK  : " CT-RECORDS-READ.
013430     DISPLAY "  INTERVIEWS BOOKED   : " CT-ASSIGNED.
013440     DISPLAY "  LEFT UNASSIGNED     : " CT-UNASSIGNED.
013450     IF STEP-RESTART
013460         DISPLAY "  ALREADY DONE        : " CT-ALREADY-DONE
013470     END-IF.
013480
013490 9000-EXIT.
013500     EXIT.
013510
013520******************************************************************
013530* 9300-WRITE-STEP-COMPLETE                                      *
013540*   Appends this step's COMPLETED record for the run with its   *
013550*   final counts - written only after the backlog is safely     *
013560*   rewritten, so the SCRNRSTR job reruns the step whenever     *
013570*   either file may be incomplete.                              *
013580******************************************************************
013590 9300-WRITE-STEP-COMPLETE.
013600     IF WK-RUN-NUMBER IS EQUAL TO ZERO
013610         GO TO 9300-EXIT
013620     END-IF.
013630
013640     OPEN EXTEND RUN-CONTROL-FILE.
013650     IF NOT FS-RUNCTL-OK
013660         CLOSE RUN-CONTROL-FILE
013670         OPEN OUTPUT RUN-CONTROL-FILE
013680     END-IF.
013690     MOVE SPACES TO RUNCTL-RECORD.
013700     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
013710     SET RUN-COMPLETED TO TRUE.
013720     SET RUN-TYPE-STEP TO TRUE.
013730     SET RUN-STEP-INTSCHED TO TRUE.
013740     MOVE WK-RUN-EXTRACT-DATE TO RUN-EXTRACT-DATE.
013750     MOVE WK-TODAY TO RUN-EVENT-DATE.
013760     MOVE CT-RECORDS-READ TO RUN-READ-COUNT.
013770     MOVE CT-ASSIGNED TO RUN-PASS-COUNT.
013780     MOVE CT-UNASSIGNED TO RUN-FAIL-COUNT.
013790     MOVE ZERO TO RUN-REJECT-COUNT.
013800     MOVE CT-ALREADY-DONE TO RUN-DUPL-COUNT.
013810     WRITE RUNCTL-RECORD.
013820     CLOSE RUN-CONTROL-FILE.
013830
013840 9300-EXIT.
013850     EXIT.
013860
013870******************************************************************
013880* 9100-REWRITE-BACKLOG                                          *
013890*   Rewrites the persistent backlog from the overflow table -   *
013900*   the candidates this run could not place, oldest first,      *
013910*   each with the date it first went unassigned.  Written       *
013920*   even when the table is empty, so a drained backlog stays    *
013930*   drained instead of being rescheduled tomorrow.              *
013940******************************************************************
013950 9100-REWRITE-BACKLOG.
013960     OPEN OUTPUT INTERVIEW-BACKLOG-FILE.
013970     IF NOT FS-BACKLOG-OK
013980         DISPLAY "INTSCHED - INTERVIEW-BACKLOG-FILE REWRITE "
013990                 "FAILED, STATUS = " FS-BACKLOG-FILE
014000         MOVE 16 TO RETURN-CODE
014010         STOP RUN
014020     END-IF.
014030
014040     PERFORM 9110-WRITE-ONE-BACKLOG THRU 9110-EXIT
014050         VARYING OVF-IDX FROM 1 BY 1
014060         UNTIL OVF-IDX IS GREATER THAN OVF-COUNT.
014070     CLOSE INTERVIEW-BACKLOG-FILE.
014080
014090 9100-EXIT.
014100     EXIT.
014110
014120 9110-WRITE-ONE-BACKLOG.
014130     MOVE SPACES TO BACKLOG-RECORD.
014140     MOVE OVF-QUEUE-DATE (OVF-IDX) TO BKL-QUEUE-DATE.
014150     MOVE OVF-CANDIDATE (OVF-IDX) TO BKL-CANDIDATE.
014160     WRITE BACKLOG-RECORD.
014170
014180 9110-EXIT.
014190     EXIT.
014200
014210 END PROGRAM INTSCHED.

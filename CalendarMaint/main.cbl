000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 09/14/2026
000050* Date-Compiled.
000060* Purpose: Memelihara kalender kapasitas pewawancara (INTVCAL) -
000070*          membaca transaksi dari HR (CALTRAN: tambah slot,
000080*          kurangi slot, atau blokir pewawancara untuk satu
000090*          rentang tanggal), memeriksanya terhadap kalender
000100*          yang ada, lalu menulis ulang kalender.  Setiap
000110*          jadwal wawancara di INTVASGN yang tidak muat lagi
000120*          dikeluarkan dari jurnal dan ditaruh di depan
000130*          backlog (INTVBKLG) supaya INTSCHED menjadwalkannya
000140*          ulang malam berikutnya, dan kandidatnya mendapat
000150*          surat "wawancara anda dipindahkan".  Laporan
000160*          mencetak transaksi, jadwal yang tergeser, dan
000170*          utilisasi per pewawancara per minggu.
000180* Tectonics: cobc
000190******************************************************************
000200* Modification History:
000210*   09/14/2026  RD  Original program.  Until now HR edited
000220*                   INTVCAL by hand when an interviewer went on
000230*                   leave or a day was cancelled, the bookings
000240*                   INTSCHED had already made stayed on
000250*                   INTVASGN, and the coordinators phoned the
000260*                   candidates.  Add (A) raises the slot count
000270*                   of the interviewer's days in the range and
000280*                   creates the day when a single date not yet
000290*                   on the calendar is keyed; reduce (R) takes
000300*                   slots away from every day in the range;
000310*                   block (B) sets every day in the range to
000320*                   no slots.  Past days cannot be changed.  A
000330*                   booking from today on whose slot number is
000340*                   now above the day's slot count - or whose
000350*                   day is no longer on the calendar at all -
000360*                   is displaced: dropped from INTVASGN, put at
000370*                   the front of INTVBKLG and sent a moved
000380*                   letter on LTRFILE.
000390*   10/08/2026  RD  A displaced candidate put back on the
000400*                   backlog now keeps the recruiting source from
000410*                   the master along with the position.
000420******************************************************************
000430
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. CALMNT.
000460 AUTHOR. RAMADHAN.
000470 INSTALLATION. HR-RECRUITING.
000480 DATE-WRITTEN. 09/14/2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CALENDAR-TRAN-FILE ASSIGN TO "CALTRAN"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-CALENDAR-TRAN.
000570
000580     SELECT INTERVIEWER-CALENDAR-FILE ASSIGN TO "INTVCAL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-CALENDAR-FILE.
000610
000620     SELECT INTERVIEW-ASSIGN-FILE ASSIGN TO "INTVASGN"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-ASSIGN-FILE.
000650
000660     SELECT INTERVIEW-BACKLOG-FILE ASSIGN TO "INTVBKLG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-BACKLOG-FILE.
000690
000700     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS MAST-CAND-ID
000740         FILE STATUS IS FS-CANDIDATE-MASTER.
000750
000760     SELECT LETTER-FILE ASSIGN TO "LTRFILE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-LETTER-FILE.
000790
000800     SELECT CALENDAR-REPORT ASSIGN TO "CALRPT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-CALENDAR-REPORT.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CALENDAR-TRAN-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  CALENDAR-TRAN-RECORD.
000890     05  CLT-ACTION                   PIC X(01).
000900         88  CLT-ADD                      VALUE "A".
000910         88  CLT-REDUCE                   VALUE "R".
000920         88  CLT-BLOCK                    VALUE "B".
000930     05  CLT-INTERVIEWER              PIC X(20).
000940     05  CLT-FROM-DATE                PIC 9(08).
000950     05  CLT-FROM-DATE-X REDEFINES CLT-FROM-DATE
000960                                      PIC X(08).
000970     05  CLT-TO-DATE                  PIC 9(08).
000980     05  CLT-TO-DATE-X REDEFINES CLT-TO-DATE
000990                                      PIC X(08).
001000     05  CLT-SLOTS                    PIC 9(02).
001010     05  CLT-SLOTS-X REDEFINES CLT-SLOTS
001020                                      PIC X(02).
001030     05  FILLER                       PIC X(41).
001040
001050 FD  INTERVIEWER-CALENDAR-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  CALENDAR-RECORD.
001080     05  CAL-INTERVIEWER              PIC X(20).
001090     05  CAL-DATE                     PIC 9(08).
001100     05  CAL-DATE-X REDEFINES CAL-DATE
001110                                      PIC X(08).
001120     05  CAL-SLOT-COUNT               PIC 9(02).
001130     05  CAL-SLOT-COUNT-X REDEFINES CAL-SLOT-COUNT
001140                                      PIC X(02).
001150     05  CAL-REST                     PIC X(50).
001160
001170 FD  INTERVIEW-ASSIGN-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY INTVASG.
001200
001210 FD  INTERVIEW-BACKLOG-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  BACKLOG-RECORD.
001240     05  BKL-QUEUE-DATE               PIC 9(08).
001250     05  BKL-QUEUE-DATE-X REDEFINES BKL-QUEUE-DATE
001260                                      PIC X(08).
001270     05  BKL-CANDIDATE                PIC X(72).
001280
001290 FD  CANDIDATE-MASTER-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 COPY CANDMAST.
001320
001330 FD  LETTER-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  LETTER-LINE                      PIC X(80).
001360
001370 FD  CALENDAR-REPORT
001380     LABEL RECORDS ARE STANDARD.
001390 01  REPORT-LINE                      PIC X(80).
001400
001410 WORKING-STORAGE SECTION.
001420
001430 01  FS-CALENDAR-TRAN                 PIC X(02).
001440     88  FS-CALENDAR-TRAN-OK              VALUE "00".
001450 01  FS-CALENDAR-FILE                 PIC X(02).
001460     88  FS-CALENDAR-OK                   VALUE "00".
001470 01  FS-ASSIGN-FILE                   PIC X(02).
001480     88  FS-ASSIGN-OK                     VALUE "00".
001490     88  FS-ASSIGN-NOT-FOUND              VALUE "35".
001500 01  FS-BACKLOG-FILE                  PIC X(02).
001510     88  FS-BACKLOG-OK                    VALUE "00".
001520     88  FS-BACKLOG-NOT-FOUND             VALUE "35".
001530 01  FS-CANDIDATE-MASTER              PIC X(02).
001540     88  FS-MASTER-OK                     VALUE "00".
001550 01  FS-LETTER-FILE                   PIC X(02).
001560     88  FS-LETTER-OK                     VALUE "00".
001570 01  FS-CALENDAR-REPORT               PIC X(02).
001580     88  FS-CALENDAR-REPORT-OK            VALUE "00".
001590
001600 01  SW-TRAN-EOF                      PIC X(01)   VALUE "N".
001610     88  TRAN-EOF                         VALUE "Y".
001620 01  SW-CALENDAR-EOF                  PIC X(01)   VALUE "N".
001630     88  CALENDAR-EOF                     VALUE "Y".
001640 01  SW-ASSIGN-EOF                    PIC X(01)   VALUE "N".
001650     88  ASSIGN-EOF                       VALUE "Y".
001660 01  SW-BACKLOG-EOF                   PIC X(01)   VALUE "N".
001670     88  BACKLOG-EOF                      VALUE "Y".
001680 01  SW-TRAN-STATUS                   PIC X(01)   VALUE "N".
001690     88  TRAN-ACCEPTED                    VALUE "N".
001700     88  TRAN-REJECTED                    VALUE "Y".
001710 01  SW-DATE-STATUS                   PIC X(01)   VALUE "Y".
001720     88  DATE-VALID                       VALUE "Y".
001730     88  DATE-NOT-VALID                   VALUE "N".
001740 01  SW-BOOKING-FOUND                 PIC X(01)   VALUE "N".
001750     88  BOOKING-FOUND                    VALUE "Y".
001760     88  BOOKING-NOT-FOUND                VALUE "N".
001770
001780 01  CT-TRAN-READ                PIC 9(07) COMP VALUE ZERO.
001790 01  CT-ACCEPTED                  PIC 9(07) COMP VALUE ZERO.
001800 01  CT-REJECTED                  PIC 9(07) COMP VALUE ZERO.
001810 01  CT-DAYS-READ                 PIC 9(07) COMP VALUE ZERO.
001820 01  CT-DAYS-ADDED                PIC 9(07) COMP VALUE ZERO.
001830 01  CT-DAYS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
001840 01  CT-BOOKINGS-READ             PIC 9(07) COMP VALUE ZERO.
001850 01  CT-BOOKINGS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
001860 01  CT-DISPLACED                 PIC 9(07) COMP VALUE ZERO.
001870 01  CT-LETTERS                   PIC 9(07) COMP VALUE ZERO.
001880 01  CT-BACKLOG-WRITTEN           PIC 9(07) COMP VALUE ZERO.
001890
001900* Days of the transaction's interviewer inside its date range,
001910* and how many of them break the slot limits.
001920 01  CT-DAYS-IN-RANGE             PIC 9(05) COMP VALUE ZERO.
001930 01  CT-DAYS-OVER                 PIC 9(05) COMP VALUE ZERO.
001940 01  CT-DAYS-SHORT                PIC 9(05) COMP VALUE ZERO.
001950
001960 01  WK-TODAY                         PIC 9(08).
001970 01  WK-DISPOSITION                   PIC X(25).
001980 01  WK-TO-DATE                       PIC 9(08).
001990 01  WK-CHECK-DATE                    PIC 9(08).
002000 01  WK-CHECK-DATE-R REDEFINES WK-CHECK-DATE.
002010     05  WK-CHECK-YYYY                PIC 9(04).
002020     05  WK-CHECK-MM                  PIC 9(02).
002030     05  WK-CHECK-DD                  PIC 9(02).
002040 01  WK-NEW-SLOTS                     PIC 9(03).
002050 01  WK-INSERT-AT                PIC 9(03) COMP VALUE ZERO.
002060 01  WK-SEARCH-CAND-ID                PIC X(10).
002070
002080* Monday of the week the run falls in - the utilization
002090* report starts there.
002100 01  WK-CURRENT-WEEK             PIC S9(07) COMP VALUE ZERO.
002110
002120* ------------------------------------------------------------ *
002130*  DAY NUMBERS                                                  *
002140*    8000 turns WK-DN-DATE into a running day count             *
002150*    (WK-DAY-NUMBER) and the day of the week (WK-DN-WEEKDAY,    *
002160*    Monday = 0); 8100 turns a day count back into              *
002170*    WK-DN-DATE.  The count starts at 1 March of year zero,     *
002180*    so leap days fall at the end of each counting year.        *
002190* ------------------------------------------------------------ *
002200 01  WK-DN-DATE                       PIC 9(08).
002210 01  WK-DN-DATE-R REDEFINES WK-DN-DATE.
002220     05  WK-DN-YYYY                   PIC 9(04).
002230     05  WK-DN-MM                     PIC 9(02).
002240     05  WK-DN-DD                     PIC 9(02).
002250 01  WK-DAY-NUMBER               PIC S9(07) COMP VALUE ZERO.
002260 01  WK-DN-WEEKDAY               PIC 9(01)  COMP VALUE ZERO.
002270 01  WK-DN-YEAR                  PIC S9(05) COMP VALUE ZERO.
002280 01  WK-DN-MONTH                 PIC S9(03) COMP VALUE ZERO.
002290 01  WK-DN-DAYS                  PIC S9(07) COMP VALUE ZERO.
002300 01  WK-DN-QUOTIENT              PIC S9(07) COMP VALUE ZERO.
002310 01  WK-DN-Q4                    PIC S9(07) COMP VALUE ZERO.
002320 01  WK-DN-Q100                  PIC S9(07) COMP VALUE ZERO.
002330 01  WK-DN-Q400                  PIC S9(07) COMP VALUE ZERO.
002340 01  WK-DN-WORK                  PIC S9(11) COMP VALUE ZERO.
002350
002360* ------------------------------------------------------------ *
002370*  INTERVIEWER CAPACITY CALENDAR                                *
002380*    One entry per interviewer per day in date order, as the    *
002390*    file is kept.  REST carries the unused end of the record   *
002400*    through untouched.  BOOKED and DISPLACED count the         *
002410*    bookings on the day that stand and that were moved off     *
002420*    it; WEEK is the day number of the Monday of its week.      *
002430* ------------------------------------------------------------ *
002440 01  CALENDAR-TABLE.
002450     05  CAL-COUNT               PIC 9(03) COMP VALUE ZERO.
002460     05  CAL-IDX                 PIC 9(03) COMP VALUE ZERO.
002470     05  CAL-ENTRY OCCURS 500 TIMES.
002480         10  CAL-T-INTERVIEWER        PIC X(20).
002490         10  CAL-T-DATE               PIC 9(08).
002500         10  CAL-T-SLOTS              PIC 9(02).
002510         10  CAL-T-REST               PIC X(50).
002520         10  CAL-T-BOOKED            PIC 9(03) COMP.
002530         10  CAL-T-DISPLACED         PIC 9(03) COMP.
002540         10  CAL-T-WEEK              PIC S9(07) COMP.
002550
002560* ------------------------------------------------------------ *
002570*  STANDING BOOKINGS ON THE ASSIGNMENT JOURNAL                  *
002580*    The last entry per candidate is the one that stands, as    *
002590*    in INTVRSLT.  CAL-IDX points at the booking's calendar     *
002600*    day (zero when the day is not on the calendar).            *
002610* ------------------------------------------------------------ *
002620 01  ASSIGN-TABLE.
002630     05  IA-COUNT                PIC 9(05) COMP VALUE ZERO.
002640     05  IA-IDX                  PIC 9(05) COMP VALUE ZERO.
002650     05  IA-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
002660     05  IA-ENTRY OCCURS 5000 TIMES.
002670         10  IA-CAND-ID               PIC X(10).
002680         10  IA-CAND-NAME             PIC X(30).
002690         10  IA-INTERVIEWER           PIC X(20).
002700         10  IA-INTV-DATE             PIC 9(08).
002710         10  IA-INTV-DATE-X REDEFINES IA-INTV-DATE
002720                                      PIC X(08).
002730         10  IA-SLOT                  PIC 9(02).
002740         10  IA-BOOKED-DATE           PIC 9(08).
002750         10  IA-CAL-IDX              PIC 9(03) COMP.
002760         10  IA-DISPLACED             PIC X(01).
002770
002780* ------------------------------------------------------------ *
002790*  BACKLOG AS READ                                              *
002800*    Written back behind the displaced bookings, which go to    *
002810*    the front so INTSCHED places them first.                   *
002820* ------------------------------------------------------------ *
002830 01  BACKLOG-TABLE.
002840     05  BK-COUNT                PIC 9(05) COMP VALUE ZERO.
002850     05  BK-IDX                  PIC 9(05) COMP VALUE ZERO.
002860     05  BK-ENTRY OCCURS 5000 TIMES.
002870         10  BK-RECORD                PIC X(80).
002880
002890* ------------------------------------------------------------ *
002900*  BOOKINGS DISPLACED THIS RUN                                  *
002910*    In calendar order, each with the candidate record image    *
002920*    INTSCHED expects on the backlog.                           *
002930* ------------------------------------------------------------ *
002940 01  DISPLACED-TABLE.
002950     05  DS-COUNT                PIC 9(05) COMP VALUE ZERO.
002960     05  DS-IDX                  PIC 9(05) COMP VALUE ZERO.
002970     05  DS-ENTRY OCCURS 5000 TIMES.
002980         10  DS-QUEUE-DATE            PIC 9(08).
002990         10  DS-CANDIDATE             PIC X(72).
003000
003010* ------------------------------------------------------------ *
003020*  UTILIZATION PER INTERVIEWER PER WEEK                         *
003030*    From the week of the run on.  WEEK is the day number of    *
003040*    the Monday, WEEK-START its date.                           *
003050* ------------------------------------------------------------ *
003060 01  UTILIZATION-TABLE.
003070     05  UT-COUNT                PIC 9(05) COMP VALUE ZERO.
003080     05  UT-IDX                  PIC 9(05) COMP VALUE ZERO.
003090     05  UT-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
003100     05  UT-NEXT-IDX             PIC 9(05) COMP VALUE ZERO.
003110     05  UT-PRINTED-COUNT        PIC 9(05) COMP VALUE ZERO.
003120     05  UT-ENTRY OCCURS 2000 TIMES.
003130         10  UT-INTERVIEWER           PIC X(20).
003140         10  UT-WEEK                 PIC S9(07) COMP.
003150         10  UT-WEEK-START            PIC 9(08).
003160         10  UT-OFFERED              PIC 9(05) COMP.
003170         10  UT-BOOKED               PIC 9(05) COMP.
003180         10  UT-DISPLACED            PIC 9(05) COMP.
003190         10  UT-PRINTED               PIC X(01).
003200
003210 01  WK-UT-INTERVIEWER                PIC X(20).
003220 01  WK-UT-WEEK                  PIC S9(07) COMP VALUE ZERO.
003230 01  WK-LAST-INTERVIEWER              PIC X(20).
003240 01  WK-IDLE                     PIC 9(05) COMP VALUE ZERO.
003250 01  CT-TOTAL-OFFERED            PIC 9(07) COMP VALUE ZERO.
003260 01  CT-TOTAL-BOOKED             PIC 9(07) COMP VALUE ZERO.
003270 01  CT-TOTAL-DISPLACED          PIC 9(07) COMP VALUE ZERO.
003280 01  CT-TOTAL-IDLE               PIC 9(07) COMP VALUE ZERO.
003290
003300* The backlog entry being built for a displaced booking.
003310 COPY CANDREC.
003320
003330* ------------------------------------------------------------ *
003340*  LETTER BUILDING BLOCKS - AS IN CANDLETR                      *
003350* ------------------------------------------------------------ *
003360 01  LTR-SEPARATOR.
003370     05  FILLER                       PIC X(40)
003380             VALUE ALL "-".
003390     05  FILLER                       PIC X(40)
003400             VALUE ALL "-".
003410
003420 01  LTR-TO-LINE.
003430     05  FILLER                       PIC X(12)
003440             VALUE "TO        : ".
003450     05  LTR-TO-NAME                  PIC X(30).
003460     05  FILLER                       PIC X(02)   VALUE " (".
003470     05  LTR-TO-ID                    PIC X(10).
003480     05  FILLER                       PIC X(01)   VALUE ")".
003490     05  FILLER                       PIC X(25)   VALUE SPACES.
003500
003510 01  LTR-POSITION-LINE.
003520     05  FILLER                       PIC X(12)
003530             VALUE "POSITION  : ".
003540     05  LTR-POSITION                 PIC X(08).
003550     05  FILLER                       PIC X(60)   VALUE SPACES.
003560
003570 01  LTR-DATE-LINE.
003580     05  FILLER                       PIC X(12)
003590             VALUE "DATE      : ".
003600     05  LTR-DATE                     PIC 9(08).
003610     05  FILLER                       PIC X(60)   VALUE SPACES.
003620
003630 01  LTR-BLANK-LINE                   PIC X(80)   VALUE SPACES.
003640
003650 01  LTR-MOVED-1                      PIC X(80)   VALUE
003660     "WE ARE SORRY TO INFORM YOU THAT YOUR INTERVIEW HAS BEEN".
003670 01  LTR-MOVED-2                      PIC X(80)   VALUE
003680     "MOVED.  THE APPOINTMENT BELOW WILL NOT TAKE PLACE:".
003690 01  LTR-MOVED-3.
003700     05  FILLER                       PIC X(14)
003710             VALUE "INTERVIEWER : ".
003720     05  LTR-MV-INTERVIEWER           PIC X(20).
003730     05  FILLER                       PIC X(46)   VALUE SPACES.
003740 01  LTR-MOVED-4.
003750     05  FILLER                       PIC X(14)
003760             VALUE "DATE        : ".
003770     05  LTR-MV-DATE                  PIC 9(08).
003780     05  FILLER                       PIC X(58)   VALUE SPACES.
003790 01  LTR-MOVED-5.
003800     05  FILLER                       PIC X(14)
003810             VALUE "SLOT        : ".
003820     05  LTR-MV-SLOT                  PIC Z9.
003830     05  FILLER                       PIC X(64)   VALUE SPACES.
003840 01  LTR-MOVED-6                      PIC X(80)   VALUE
003850     "A NEW INVITATION WITH THE NEW DATE WILL FOLLOW SHORTLY.".
003860 01  LTR-MOVED-7                      PIC X(80)   VALUE
003870     "WE APOLOGISE FOR THE INCONVENIENCE.".
003880
003890 01  LTR-SIGNATURE                    PIC X(80)   VALUE
003900     "          HR RECRUITING".
003910
003920 01  RPT-HEADING-1.
003930     05  FILLER                       PIC X(35)
003940             VALUE "INTERVIEWER CALENDAR MAINTENANCE -".
003950     05  RPT-H-DATE                   PIC 9(08).
003960     05  FILLER                       PIC X(37)   VALUE SPACES.
003970
003980 01  RPT-HEADING-2.
003990     05  FILLER                       PIC X(07)   VALUE "ACTION".
004000     05  FILLER                       PIC X(21)
004010             VALUE "INTERVIEWER".
004020     05  FILLER                       PIC X(09)   VALUE "FROM".
004030     05  FILLER                       PIC X(09)   VALUE "TO".
004040     05  FILLER                       PIC X(05)   VALUE "SLOT".
004050     05  FILLER                       PIC X(04)   VALUE "DAYS".
004060     05  FILLER                       PIC X(25)
004070             VALUE " RESULT".
004080
004090 01  RPT-DETAIL-LINE.
004100     05  RPT-D-ACTION                 PIC X(06).
004110     05  FILLER                       PIC X(01).
004120     05  RPT-D-INTERVIEWER            PIC X(20).
004130     05  FILLER                       PIC X(01).
004140     05  RPT-D-FROM                   PIC X(08).
004150     05  FILLER                       PIC X(01).
004160     05  RPT-D-TO                     PIC X(08).
004170     05  FILLER                       PIC X(01).
004180     05  RPT-D-SLOTS                  PIC X(02).
004190     05  FILLER                       PIC X(03).
004200     05  RPT-D-DAYS                   PIC ZZZ.
004210     05  FILLER                       PIC X(01).
004220     05  RPT-D-RESULT                 PIC X(25).
004230
004240 01  RPT-DISPLACED-HEADING.
004250     05  FILLER                       PIC X(50)   VALUE
004260         "BOOKINGS DISPLACED - MOVED TO FRONT OF BACKLOG:".
004270     05  FILLER                       PIC X(30)   VALUE SPACES.
004280
004290 01  RPT-DISPLACED-COLUMNS.
004300     05  FILLER                       PIC X(13)
004310             VALUE "  CANDIDATE".
004320     05  FILLER                       PIC X(31)   VALUE "NAME".
004330     05  FILLER                       PIC X(21)
004340             VALUE "INTERVIEWER".
004350     05  FILLER                       PIC X(10)   VALUE "DATE".
004360     05  FILLER                       PIC X(05)   VALUE "SLOT".
004370
004380 01  RPT-DISPLACED-LINE.
004390     05  FILLER                       PIC X(02)   VALUE SPACES.
004400     05  RPT-X-ID                     PIC X(10).
004410     05  FILLER                       PIC X(01)   VALUE SPACE.
004420     05  RPT-X-NAME                   PIC X(30).
004430     05  FILLER                       PIC X(01)   VALUE SPACE.
004440     05  RPT-X-INTERVIEWER            PIC X(20).
004450     05  FILLER                       PIC X(01)   VALUE SPACE.
004460     05  RPT-X-DATE                   PIC 9(08).
004470     05  FILLER                       PIC X(02)   VALUE SPACES.
004480     05  RPT-X-SLOT                   PIC Z9.
004490     05  FILLER                       PIC X(03)   VALUE SPACES.
004500
004510 01  RPT-NONE-DISPLACED.
004520     05  FILLER                       PIC X(30)
004530             VALUE "  NONE".
004540     05  FILLER                       PIC X(50)   VALUE SPACES.
004550
004560 01  RPT-UTIL-HEADING.
004570     05  FILLER                       PIC X(40)   VALUE
004580         "INTERVIEWER UTILIZATION BY WEEK".
004590     05  FILLER                       PIC X(40)   VALUE SPACES.
004600
004610 01  RPT-UTIL-COLUMNS.
004620     05  FILLER                       PIC X(21)
004630             VALUE "INTERVIEWER".
004640     05  FILLER                       PIC X(09)   VALUE "WEEK OF".
004650     05  FILLER                       PIC X(07)   VALUE "OFFERED".
004660     05  FILLER                       PIC X(10)
004670             VALUE "    BOOKED".
004680     05  FILLER                       PIC X(10)
004690             VALUE " DISPLACED".
004700     05  FILLER                       PIC X(10)
004710             VALUE "      IDLE".
004720     05  FILLER                       PIC X(13)   VALUE SPACES.
004730
004740 01  RPT-UTIL-LINE.
004750     05  RPT-U-INTERVIEWER            PIC X(20).
004760     05  FILLER                       PIC X(01)   VALUE SPACE.
004770     05  RPT-U-WEEK                   PIC X(08).
004780     05  FILLER                       PIC X(02)   VALUE SPACES.
004790     05  RPT-U-OFFERED                PIC ZZ,ZZ9.
004800     05  FILLER                       PIC X(04)   VALUE SPACES.
004810     05  RPT-U-BOOKED                 PIC ZZ,ZZ9.
004820     05  FILLER                       PIC X(04)   VALUE SPACES.
004830     05  RPT-U-DISPLACED              PIC ZZ,ZZ9.
004840     05  FILLER                       PIC X(04)   VALUE SPACES.
004850     05  RPT-U-IDLE                   PIC ZZ,ZZ9.
004860     05  FILLER                       PIC X(13)   VALUE SPACES.
004870
004880 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
004890
004900 01  RPT-FOOTER-1.
004910     05  FILLER                       PIC X(24)
004920             VALUE "TRANSACTIONS READ . . .".
004930     05  RPT-F-READ                   PIC ZZZ,ZZ9.
004940
004950 01  RPT-FOOTER-2.
004960     05  FILLER                       PIC X(24)
004970             VALUE "TRANSACTIONS ACCEPTED .".
004980     05  RPT-F-ACCEPTED               PIC ZZZ,ZZ9.
004990
005000 01  RPT-FOOTER-3.
005010     05  FILLER                       PIC X(24)
005020             VALUE "TRANSACTIONS REJECTED .".
005030     05  RPT-F-REJECTED               PIC ZZZ,ZZ9.
005040
005050 01  RPT-FOOTER-4.
005060     05  FILLER                       PIC X(24)
005070             VALUE "CALENDAR DAYS READ  . .".
005080     05  RPT-F-DAYS-READ              PIC ZZZ,ZZ9.
005090
005100 01  RPT-FOOTER-5.
005110     05  FILLER                       PIC X(24)
005120             VALUE "CALENDAR DAYS ADDED . .".
005130     05  RPT-F-DAYS-ADDED             PIC ZZZ,ZZ9.
005140
005150 01  RPT-FOOTER-6.
005160     05  FILLER                       PIC X(24)
005170             VALUE "CALENDAR DAYS WRITTEN .".
005180     05  RPT-F-DAYS-WRITTEN           PIC ZZZ,ZZ9.
005190
005200 01  RPT-FOOTER-7.
005210     05  FILLER                       PIC X(24)
005220             VALUE "BOOKINGS ON JOURNAL . .".
005230     05  RPT-F-BOOKINGS-READ          PIC ZZZ,ZZ9.
005240
005250 01  RPT-FOOTER-8.
005260     05  FILLER                       PIC X(24)
005270             VALUE "BOOKINGS DISPLACED  . .".
005280     05  RPT-F-DISPLACED              PIC ZZZ,ZZ9.
005290
005300 01  RPT-FOOTER-9.
005310     05  FILLER                       PIC X(24)
005320             VALUE "BOOKINGS KEPT . . . . .".
005330     05  RPT-F-BOOKINGS-WRITTEN       PIC ZZZ,ZZ9.
005340
005350 01  RPT-FOOTER-10.
005360     05  FILLER                       PIC X(24)
005370             VALUE "MOVED LETTERS WRITTEN .".
005380     05  RPT-F-LETTERS                PIC ZZZ,ZZ9.
005390
005400 01  RPT-FOOTER-11.
005410     05  FILLER                       PIC X(24)
005420             VALUE "BACKLOG RECORDS WRITTEN".
005430     05  RPT-F-BACKLOG                PIC ZZZ,ZZ9.
005440
005450 PROCEDURE DIVISION.
005460
005470******************************************************************
005480* 0000-MAINLINE                                                 *
005490******************************************************************
005500 0000-MAINLINE.
005510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005520     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
005530         UNTIL TRAN-EOF.
005540     PERFORM 3000-FIND-DISPLACED THRU 3000-EXIT.
005550     PERFORM 4000-PRINT-UTILIZATION THRU 4000-EXIT.
005560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005570     STOP RUN.
005580
005590 1000-INITIALIZE.
005600     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
005610     MOVE WK-TODAY TO WK-DN-DATE.
005620     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
005630     COMPUTE WK-CURRENT-WEEK = WK-DAY-NUMBER - WK-DN-WEEKDAY.
005640
005650     OPEN INPUT CALENDAR-TRAN-FILE.
005660     IF NOT FS-CALENDAR-TRAN-OK
005670         DISPLAY "CALMNT - CALENDAR-TRAN-FILE OPEN FAILED, "
005680                 "STATUS = " FS-CALENDAR-TRAN
005690         MOVE 16 TO RETURN-CODE
005700         STOP RUN
005710     END-IF.
005720
005730* The master supplies the position and age the backlog record
005740* of a displaced candidate needs.
005750     OPEN INPUT CANDIDATE-MASTER-FILE.
005760     IF NOT FS-MASTER-OK
005770         DISPLAY "CALMNT - CANDIDATE-MASTER-FILE OPEN "
005780                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
005790         MOVE 16 TO RETURN-CODE
005800         STOP RUN
005810     END-IF.
005820
005830     OPEN OUTPUT LETTER-FILE.
005840     IF NOT FS-LETTER-OK
005850         DISPLAY "CALMNT - LETTER-FILE OPEN FAILED, "
005860                 "STATUS = " FS-LETTER-FILE
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900
005910     OPEN OUTPUT CALENDAR-REPORT.
005920     IF NOT FS-CALENDAR-REPORT-OK
005930         DISPLAY "CALMNT - CALENDAR-REPORT OPEN FAILED, "
005940                 "STATUS = " FS-CALENDAR-REPORT
005950         MOVE 16 TO RETURN-CODE
005960         STOP RUN
005970     END-IF.
005980
005990     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
006000     PERFORM 1200-LOAD-ASSIGNMENTS THRU 1200-EXIT.
006010     PERFORM 1300-LOAD-BACKLOG THRU 1300-EXIT.
006020
006030     MOVE WK-TODAY TO RPT-H-DATE.
006040     WRITE REPORT-LINE FROM RPT-HEADING-1.
006050     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
006060     WRITE REPORT-LINE FROM RPT-HEADING-2.
006070
006080 1000-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 1100-LOAD-CALENDAR                                            *
006130*   Loads the interviewer capacity calendar into CALENDAR-      *
006140*   TABLE with the same checks INTSCHED applies - a bad         *
006150*   record fails the step rather than be written back.          *
006160******************************************************************
006170 1100-LOAD-CALENDAR.
006180     OPEN INPUT INTERVIEWER-CALENDAR-FILE.
006190     IF NOT FS-CALENDAR-OK
006200         DISPLAY "CALMNT - INTERVIEWER-CALENDAR-FILE OPEN "
006210                 "FAILED, STATUS = " FS-CALENDAR-FILE
006220         MOVE 16 TO RETURN-CODE
006230         STOP RUN
006240     END-IF.
006250
006260     PERFORM 1110-LOAD-ONE-CALENDAR THRU 1110-EXIT
006270         UNTIL CALENDAR-EOF.
006280     CLOSE INTERVIEWER-CALENDAR-FILE.
006290
006300 1100-EXIT.
006310     EXIT.
006320
006330 1110-LOAD-ONE-CALENDAR.
006340     READ INTERVIEWER-CALENDAR-FILE
006350         AT END
006360             SET CALENDAR-EOF TO TRUE
006370             GO TO 1110-EXIT
006380     END-READ.
006390
006400     IF CAL-DATE-X IS NOT NUMERIC
006410        OR CAL-SLOT-COUNT-X IS NOT NUMERIC
006420         DISPLAY "CALMNT - BAD CALENDAR RECORD FOR "
006430                 CAL-INTERVIEWER
006440         MOVE 16 TO RETURN-CODE
006450         STOP RUN
006460     END-IF.
006470
006480     IF CAL-COUNT IS NOT LESS THAN 500
006490         DISPLAY "CALMNT - CALENDAR-TABLE FULL AT 500 ENTRIES"
006500         MOVE 16 TO RETURN-CODE
006510         STOP RUN
006520     END-IF.
006530
006540     ADD 1 TO CT-DAYS-READ.
006550     ADD 1 TO CAL-COUNT.
006560     MOVE CAL-COUNT TO CAL-IDX.
006570     MOVE CAL-INTERVIEWER TO CAL-T-INTERVIEWER (CAL-IDX).
006580     MOVE CAL-DATE TO CAL-T-DATE (CAL-IDX).
006590     MOVE CAL-SLOT-COUNT TO CAL-T-SLOTS (CAL-IDX).
006600     MOVE CAL-REST TO CAL-T-REST (CAL-IDX).
006610     PERFORM 1150-SET-CALENDAR-WEEK THRU 1150-EXIT.
006620
006630 1110-EXIT.
006640     EXIT.
006650
006660* Clears the counts of the calendar entry at CAL-IDX and
006670* works out the Monday of its week.
006680 1150-SET-CALENDAR-WEEK.
006690     MOVE ZERO TO CAL-T-BOOKED (CAL-IDX).
006700     MOVE ZERO TO CAL-T-DISPLACED (CAL-IDX).
006710     MOVE CAL-T-DATE (CAL-IDX) TO WK-DN-DATE.
006720     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
006730     COMPUTE CAL-T-WEEK (CAL-IDX) =
006740             WK-DAY-NUMBER - WK-DN-WEEKDAY.
006750
006760 1150-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800* 1200-LOAD-ASSIGNMENTS                                         *
006810*   Loads the interview assignment journal, the last entry per  *
006820*   candidate standing.  A journal that does not exist yet      *
006830*   just means nothing is booked.                               *
006840******************************************************************
006850 1200-LOAD-ASSIGNMENTS.
006860     OPEN INPUT INTERVIEW-ASSIGN-FILE.
006870     IF FS-ASSIGN-NOT-FOUND
006880         GO TO 1200-EXIT
006890     END-IF.
006900     IF NOT FS-ASSIGN-OK
006910         DISPLAY "CALMNT - INTERVIEW-ASSIGN-FILE OPEN "
006920                 "FAILED, STATUS = " FS-ASSIGN-FILE
006930         MOVE 16 TO RETURN-CODE
006940         STOP RUN
006950     END-IF.
006960
006970     PERFORM 1210-LOAD-ONE-ASSIGNMENT THRU 1210-EXIT
006980         UNTIL ASSIGN-EOF.
006990     CLOSE INTERVIEW-ASSIGN-FILE.
007000
007010 1200-EXIT.
007020     EXIT.
007030
007040 1210-LOAD-ONE-ASSIGNMENT.
007050     READ INTERVIEW-ASSIGN-FILE
007060         AT END
007070             SET ASSIGN-EOF TO TRUE
007080             GO TO 1210-EXIT
007090     END-READ.
007100     ADD 1 TO CT-BOOKINGS-READ.
007110
007120     MOVE IVA-CAND-ID TO WK-SEARCH-CAND-ID.
007130     PERFORM 1250-FIND-BOOKING THRU 1250-EXIT.
007140
007150     IF BOOKING-NOT-FOUND
007160         IF IA-COUNT IS NOT LESS THAN 5000
007170             DISPLAY "CALMNT - ASSIGN-TABLE FULL AT 5000 "
007180                     "ENTRIES, CANDIDATE " IVA-CAND-ID
007190             MOVE 16 TO RETURN-CODE
007200             STOP RUN
007210         END-IF
007220         ADD 1 TO IA-COUNT
007230         MOVE IA-COUNT TO IA-FOUND-IDX
007240     END-IF.
007250
007260     MOVE IVA-CAND-ID TO IA-CAND-ID (IA-FOUND-IDX).
007270     MOVE IVA-CAND-NAME TO IA-CAND-NAME (IA-FOUND-IDX).
007280     MOVE IVA-INTERVIEWER TO IA-INTERVIEWER (IA-FOUND-IDX).
007290     MOVE IVA-INTV-DATE-X TO IA-INTV-DATE-X (IA-FOUND-IDX).
007300     MOVE IVA-SLOT TO IA-SLOT (IA-FOUND-IDX).
007310     MOVE IVA-BOOKED-DATE TO IA-BOOKED-DATE (IA-FOUND-IDX).
007320     MOVE ZERO TO IA-CAL-IDX (IA-FOUND-IDX).
007330     MOVE "N" TO IA-DISPLACED (IA-FOUND-IDX).
007340
007350 1210-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390* 1250-FIND-BOOKING                                             *
007400*   Serial search of ASSIGN-TABLE for WK-SEARCH-CAND-ID.        *
007410******************************************************************
007420 1250-FIND-BOOKING.
007430     SET BOOKING-NOT-FOUND TO TRUE.
007440     MOVE ZERO TO IA-FOUND-IDX.
007450     PERFORM 1260-MATCH-BOOKING THRU 1260-EXIT
007460         VARYING IA-IDX FROM 1 BY 1
007470         UNTIL IA-IDX IS GREATER THAN IA-COUNT
007480            OR BOOKING-FOUND.
007490
007500 1250-EXIT.
007510     EXIT.
007520
007530 1260-MATCH-BOOKING.
007540     IF IA-CAND-ID (IA-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
007550         SET BOOKING-FOUND TO TRUE
007560         MOVE IA-IDX TO IA-FOUND-IDX
007570     END-IF.
007580
007590 1260-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630* 1300-LOAD-BACKLOG                                             *
007640*   Holds the backlog as it stands so it can be written back    *
007650*   behind the displaced bookings.  No backlog yet is an empty  *
007660*   one.                                                        *
007670******************************************************************
007680 1300-LOAD-BACKLOG.
007690     OPEN INPUT INTERVIEW-BACKLOG-FILE.
007700     IF FS-BACKLOG-NOT-FOUND
007710         GO TO 1300-EXIT
007720     END-IF.
007730     IF NOT FS-BACKLOG-OK
007740         DISPLAY "CALMNT - INTERVIEW-BACKLOG-FILE OPEN "
007750                 "FAILED, STATUS = " FS-BACKLOG-FILE
007760         MOVE 16 TO RETURN-CODE
007770         STOP RUN
007780     END-IF.
007790
007800     PERFORM 1310-LOAD-ONE-BACKLOG THRU 1310-EXIT
007810         UNTIL BACKLOG-EOF.
007820     CLOSE INTERVIEW-BACKLOG-FILE.
007830
007840 1300-EXIT.
007850     EXIT.
007860
007870 1310-LOAD-ONE-BACKLOG.
007880     READ INTERVIEW-BACKLOG-FILE
007890         AT END
007900             SET BACKLOG-EOF TO TRUE
007910             GO TO 1310-EXIT
007920     END-READ.
007930
007940     IF BK-COUNT IS NOT LESS THAN 5000
007950         DISPLAY "CALMNT - BACKLOG-TABLE FULL AT 5000 ENTRIES"
007960         MOVE 16 TO RETURN-CODE
007970         STOP RUN
007980     END-IF.
007990     ADD 1 TO BK-COUNT.
008000     MOVE BACKLOG-RECORD TO BK-RECORD (BK-COUNT).
008010
008020 1310-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* 2000-PROCESS-TRANSACTIONS                                     *
008070*   One calendar transaction - edited, checked against the      *
008080*   interviewer's days in its range, and applied only when      *
008090*   every day passes.  Accepted transactions build on one       *
008100*   another in file order.                                      *
008110******************************************************************
008120 2000-PROCESS-TRANSACTIONS.
008130     READ CALENDAR-TRAN-FILE
008140         AT END
008150             SET TRAN-EOF TO TRUE
008160             GO TO 2000-EXIT
008170     END-READ.
008180     ADD 1 TO CT-TRAN-READ.
008190
008200     MOVE SPACES TO WK-DISPOSITION.
008210     SET TRAN-ACCEPTED TO TRUE.
008220     MOVE ZERO TO CT-DAYS-IN-RANGE.
008230
008240     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
008250     IF TRAN-REJECTED
008260         GO TO 2000-FINISH
008270     END-IF.
008280
008290     PERFORM 2200-CHECK-RANGE THRU 2200-EXIT.
008300     IF TRAN-REJECTED
008310         GO TO 2000-FINISH
008320     END-IF.
008330
008340     IF CT-DAYS-IN-RANGE IS EQUAL TO ZERO
008350         PERFORM 2400-ADD-CALENDAR-DAY THRU 2400-EXIT
008360         GO TO 2000-FINISH
008370     END-IF.
008380
008390     PERFORM 2300-APPLY-ONE-DAY THRU 2300-EXIT
008400         VARYING CAL-IDX FROM 1 BY 1
008410         UNTIL CAL-IDX IS GREATER THAN CAL-COUNT.
008420
008430 2000-FINISH.
008440     IF TRAN-REJECTED
008450         ADD 1 TO CT-REJECTED
008460         MOVE ZERO TO CT-DAYS-IN-RANGE
008470     ELSE
008480         ADD 1 TO CT-ACCEPTED
008490         IF WK-DISPOSITION IS EQUAL TO SPACES
008500             MOVE "ACCEPTED" TO WK-DISPOSITION
008510         END-IF
008520     END-IF.
008530
008540     PERFORM 2500-WRITE-REPORT-LINE THRU 2500-EXIT.
008550
008560 2000-EXIT.
008570     EXIT.
008580
008590******************************************************************
008600* 2100-EDIT-TRANSACTION                                         *
008610*   Field edits.  A blank to-date is the from-date alone.  Add  *
008620*   and reduce must key a slot count; block ignores it.         *
008630******************************************************************
008640 2100-EDIT-TRANSACTION.
008650     IF NOT CLT-ADD AND NOT CLT-REDUCE AND NOT CLT-BLOCK
008660         MOVE "BAD ACTION CODE" TO WK-DISPOSITION
008670         GO TO 2100-REJECT
008680     END-IF.
008690
008700     IF CLT-INTERVIEWER IS EQUAL TO SPACES
008710         MOVE "NO INTERVIEWER" TO WK-DISPOSITION
008720         GO TO 2100-REJECT
008730     END-IF.
008740
008750     IF CLT-FROM-DATE-X IS NOT NUMERIC
008760         MOVE "BAD FROM DATE" TO WK-DISPOSITION
008770         GO TO 2100-REJECT
008780     END-IF.
008790     MOVE CLT-FROM-DATE TO WK-CHECK-DATE.
008800     PERFORM 2150-CHECK-DATE THRU 2150-EXIT.
008810     IF DATE-NOT-VALID
008820         MOVE "BAD FROM DATE" TO WK-DISPOSITION
008830         GO TO 2100-REJECT
008840     END-IF.
008850
008860     IF CLT-TO-DATE-X IS EQUAL TO SPACES
008870         MOVE CLT-FROM-DATE TO WK-TO-DATE
008880     ELSE
008890         IF CLT-TO-DATE-X IS NOT NUMERIC
008900             MOVE "BAD TO DATE" TO WK-DISPOSITION
008910             GO TO 2100-REJECT
008920         END-IF
008930         MOVE CLT-TO-DATE TO WK-CHECK-DATE
008940         PERFORM 2150-CHECK-DATE THRU 2150-EXIT
008950         IF DATE-NOT-VALID
008960             MOVE "BAD TO DATE" TO WK-DISPOSITION
008970             GO TO 2100-REJECT
008980         END-IF
008990         MOVE CLT-TO-DATE TO WK-TO-DATE
009000     END-IF.
009010
009020     IF WK-TO-DATE IS LESS THAN CLT-FROM-DATE
009030         MOVE "TO DATE BEFORE FROM DATE" TO WK-DISPOSITION
009040         GO TO 2100-REJECT
009050     END-IF.
009060
009070     IF CLT-FROM-DATE IS LESS THAN WK-TODAY
009080         MOVE "DATE ALREADY PAST" TO WK-DISPOSITION
009090         GO TO 2100-REJECT
009100     END-IF.
009110
009120     IF NOT CLT-BLOCK
009130        AND (CLT-SLOTS-X IS NOT NUMERIC
009140             OR CLT-SLOTS IS EQUAL TO ZERO)
009150         MOVE "BAD SLOT COUNT" TO WK-DISPOSITION
009160         GO TO 2100-REJECT
009170     END-IF.
009180
009190     GO TO 2100-EXIT.
009200
009210 2100-REJECT.
009220     SET TRAN-REJECTED TO TRUE.
009230
009240 2100-EXIT.
009250     EXIT.
009260
009270* A calendar date - month 01 to 12, day 01 to 31.
009280 2150-CHECK-DATE.
009290     SET DATE-VALID TO TRUE.
009300     IF WK-CHECK-YYYY IS EQUAL TO ZERO
009310        OR WK-CHECK-MM IS LESS THAN 1
009320        OR WK-CHECK-MM IS GREATER THAN 12
009330        OR WK-CHECK-DD IS LESS THAN 1
009340        OR WK-CHECK-DD IS GREATER THAN 31
009350         SET DATE-NOT-VALID TO TRUE
009360     END-IF.
009370
009380 2150-EXIT.
009390     EXIT.
009400
009410******************************************************************
009420* 2200-CHECK-RANGE                                              *
009430*   Counts the interviewer's calendar days in the range and     *
009440*   checks each against the slot limits - a reduce may not      *
009450*   take away more slots than a day offers, an add may not      *
009460*   take a day past 99.  With no day in the range only an add   *
009470*   for a single date goes ahead (it creates the day).          *
009480******************************************************************
009490 2200-CHECK-RANGE.
009500     MOVE ZERO TO CT-DAYS-OVER.
009510     MOVE ZERO TO CT-DAYS-SHORT.
009520     PERFORM 2210-CHECK-ONE-DAY THRU 2210-EXIT
009530         VARYING CAL-IDX FROM 1 BY 1
009540         UNTIL CAL-IDX IS GREATER THAN CAL-COUNT.
009550
009560     IF CT-DAYS-IN-RANGE IS EQUAL TO ZERO
009570         IF CLT-ADD
009580            AND WK-TO-DATE IS EQUAL TO CLT-FROM-DATE
009590             GO TO 2200-EXIT
009600         END-IF
009610         MOVE "NO CALENDAR DAYS IN RANGE" TO WK-DISPOSITION
009620         SET TRAN-REJECTED TO TRUE
009630         GO TO 2200-EXIT
009640     END-IF.
009650
009660     IF CT-DAYS-SHORT IS GREATER THAN ZERO
009670         MOVE "MORE SLOTS THAN OFFERED" TO WK-DISPOSITION
009680         SET TRAN-REJECTED TO TRUE
009690         GO TO 2200-EXIT
009700     END-IF.
009710
009720     IF CT-DAYS-OVER IS GREATER THAN ZERO
009730         MOVE "SLOT COUNT OVER 99" TO WK-DISPOSITION
009740         SET TRAN-REJECTED TO TRUE
009750     END-IF.
009760
009770 2200-EXIT.
009780     EXIT.
009790
009800 2210-CHECK-ONE-DAY.
009810     IF CAL-T-INTERVIEWER (CAL-IDX) IS NOT EQUAL TO
009820        CLT-INTERVIEWER
009830        OR CAL-T-DATE (CAL-IDX) IS LESS THAN CLT-FROM-DATE
009840        OR CAL-T-DATE (CAL-IDX) IS GREATER THAN WK-TO-DATE
009850         GO TO 2210-EXIT
009860     END-IF.
009870     ADD 1 TO CT-DAYS-IN-RANGE.
009880
009890     IF CLT-REDUCE
009900        AND CLT-SLOTS IS GREATER THAN CAL-T-SLOTS (CAL-IDX)
009910         ADD 1 TO CT-DAYS-SHORT
009920     END-IF.
009930
009940     IF CLT-ADD
009950         COMPUTE WK-NEW-SLOTS =
009960                 CAL-T-SLOTS (CAL-IDX) + CLT-SLOTS
009970         IF WK-NEW-SLOTS IS GREATER THAN 99
009980             ADD 1 TO CT-DAYS-OVER
009990         END-IF
010000     END-IF.
010010
010020 2210-EXIT.
010030     EXIT.
010040
010050******************************************************************
010060* 2300-APPLY-ONE-DAY                                            *
010070*   Applies an accepted transaction to one of the               *
010080*   interviewer's days in the range.                            *
010090******************************************************************
010100 2300-APPLY-ONE-DAY.
010110     IF CAL-T-INTERVIEWER (CAL-IDX) IS NOT EQUAL TO
010120        CLT-INTERVIEWER
010130        OR CAL-T-DATE (CAL-IDX) IS LESS THAN CLT-FROM-DATE
010140        OR CAL-T-DATE (CAL-IDX) IS GREATER THAN WK-TO-DATE
010150         GO TO 2300-EXIT
010160     END-IF.
010170
010180     IF CLT-ADD
010190         ADD CLT-SLOTS TO CAL-T-SLOTS (CAL-IDX)
010200     ELSE
010210     IF CLT-REDUCE
010220         SUBTRACT CLT-SLOTS FROM CAL-T-SLOTS (CAL-IDX)
010230     ELSE
010240         MOVE ZERO TO CAL-T-SLOTS (CAL-IDX)
010250     END-IF
010260     END-IF.
010270
010280 2300-EXIT.
010290     EXIT.
010300
010310******************************************************************
010320* 2400-ADD-CALENDAR-DAY                                         *
010330*   A new day for the interviewer, put in date order behind     *
010340*   any day already on the calendar for the same date.          *
010350******************************************************************
010360 2400-ADD-CALENDAR-DAY.
010370     IF CAL-COUNT IS NOT LESS THAN 500
010380         DISPLAY "CALMNT - CALENDAR-TABLE FULL AT 500 ENTRIES"
010390         MOVE 16 TO RETURN-CODE
010400         STOP RUN
010410     END-IF.
010420
010430     MOVE 1 TO WK-INSERT-AT.
010440     PERFORM 2410-FIND-INSERT-POINT THRU 2410-EXIT
010450         VARYING CAL-IDX FROM 1 BY 1
010460         UNTIL CAL-IDX IS GREATER THAN CAL-COUNT.
010470
010480     PERFORM 2420-SHIFT-ONE-DAY THRU 2420-EXIT
010490         VARYING CAL-IDX FROM CAL-COUNT BY -1
010500         UNTIL CAL-IDX IS LESS THAN WK-INSERT-AT.
010510     ADD 1 TO CAL-COUNT.
010520
010530     MOVE WK-INSERT-AT TO CAL-IDX.
010540     MOVE CLT-INTERVIEWER TO CAL-T-INTERVIEWER (CAL-IDX).
010550     MOVE CLT-FROM-DATE TO CAL-T-DATE (CAL-IDX).
010560     MOVE CLT-SLOTS TO CAL-T-SLOTS (CAL-IDX).
010570     MOVE SPACES TO CAL-T-REST (CAL-IDX).
010580     PERFORM 1150-SET-CALENDAR-WEEK THRU 1150-EXIT.
010590
010600     ADD 1 TO CT-DAYS-ADDED.
010610     MOVE 1 TO CT-DAYS-IN-RANGE.
010620     MOVE "ACCEPTED - DAY ADDED" TO WK-DISPOSITION.
010630
010640 2400-EXIT.
010650     EXIT.
010660
010670 2410-FIND-INSERT-POINT.
010680     IF CAL-T-DATE (CAL-IDX) IS NOT GREATER THAN CLT-FROM-DATE
010690         COMPUTE WK-INSERT-AT = CAL-IDX + 1
010700     END-IF.
010710
010720 2410-EXIT.
010730     EXIT.
010740
010750 2420-SHIFT-ONE-DAY.
010760     MOVE CAL-ENTRY (CAL-IDX) TO CAL-ENTRY (CAL-IDX + 1).
010770
010780 2420-EXIT.
010790     EXIT.
010800
010810 2500-WRITE-REPORT-LINE.
010820     MOVE SPACES TO RPT-DETAIL-LINE.
010830     IF CLT-ADD
010840         MOVE "ADD" TO RPT-D-ACTION
010850     ELSE
010860     IF CLT-REDUCE
010870         MOVE "REDUCE" TO RPT-D-ACTION
010880     ELSE
010890     IF CLT-BLOCK
010900         MOVE "BLOCK" TO RPT-D-ACTION
010910     ELSE
010920         MOVE CLT-ACTION TO RPT-D-ACTION
010930     END-IF
010940     END-IF
010950     END-IF.
010960     MOVE CLT-INTERVIEWER TO RPT-D-INTERVIEWER.
010970     MOVE CLT-FROM-DATE-X TO RPT-D-FROM.
010980     MOVE CLT-TO-DATE-X TO RPT-D-TO.
010990     MOVE CLT-SLOTS-X TO RPT-D-SLOTS.
011000     MOVE CT-DAYS-IN-RANGE TO RPT-D-DAYS.
011010     MOVE WK-DISPOSITION TO RPT-D-RESULT.
011020     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
011030
011040 2500-EXIT.
011050     EXIT.
011060
011070******************************************************************
011080* 3000-FIND-DISPLACED                                           *
011090*   Matches every standing booking to its calendar day, then    *
011100*   walks the calendar in date order.  A booking from today on  *
011110*   whose slot is above the day's slot count no longer fits;    *
011120*   nor does one from today on whose day has gone from the      *
011130*   calendar.  Earlier bookings are history and stay put.       *
011140******************************************************************
011150 3000-FIND-DISPLACED.
011160     PERFORM 3010-LOCATE-BOOKING THRU 3010-EXIT
011170         VARYING IA-IDX FROM 1 BY 1
011180         UNTIL IA-IDX IS GREATER THAN IA-COUNT.
011190
011200     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
011210     WRITE REPORT-LINE FROM RPT-DISPLACED-HEADING.
011220     WRITE REPORT-LINE FROM RPT-DISPLACED-COLUMNS.
011230
011240     PERFORM 3100-CHECK-ONE-DAY THRU 3100-EXIT
011250         VARYING CAL-IDX FROM 1 BY 1
011260         UNTIL CAL-IDX IS GREATER THAN CAL-COUNT.
011270
011280     PERFORM 3200-CHECK-OFF-CALENDAR THRU 3200-EXIT
011290         VARYING IA-IDX FROM 1 BY 1
011300         UNTIL IA-IDX IS GREATER THAN IA-COUNT.
011310
011320     IF CT-DISPLACED IS EQUAL TO ZERO
011330         WRITE REPORT-LINE FROM RPT-NONE-DISPLACED
011340     END-IF.
011350
011360 3000-EXIT.
011370     EXIT.
011380
011390 3010-LOCATE-BOOKING.
011400     MOVE ZERO TO IA-CAL-IDX (IA-IDX).
011410     IF IA-INTV-DATE-X (IA-IDX) IS NOT NUMERIC
011420         GO TO 3010-EXIT
011430     END-IF.
011440     PERFORM 3020-MATCH-CALENDAR-DAY THRU 3020-EXIT
011450         VARYING CAL-IDX FROM 1 BY 1
011460         UNTIL CAL-IDX IS GREATER THAN CAL-COUNT
011470            OR IA-CAL-IDX (IA-IDX) IS GREATER THAN ZERO.
011480
011490 3010-EXIT.
011500     EXIT.
011510
011520 3020-MATCH-CALENDAR-DAY.
011530     IF CAL-T-INTERVIEWER (CAL-IDX) IS EQUAL TO
011540        IA-INTERVIEWER (IA-IDX)
011550        AND CAL-T-DATE (CAL-IDX) IS EQUAL TO
011560            IA-INTV-DATE (IA-IDX)
011570         MOVE CAL-IDX TO IA-CAL-IDX (IA-IDX)
011580     END-IF.
011590
011600 3020-EXIT.
011610     EXIT.
011620
011630 3100-CHECK-ONE-DAY.
011640     PERFORM 3110-CHECK-ONE-BOOKING THRU 3110-EXIT
011650         VARYING IA-IDX FROM 1 BY 1
011660         UNTIL IA-IDX IS GREATER THAN IA-COUNT.
011670
011680 3100-EXIT.
011690     EXIT.
011700
011710 3110-CHECK-ONE-BOOKING.
011720     IF IA-CAL-IDX (IA-IDX) IS NOT EQUAL TO CAL-IDX
011730         GO TO 3110-EXIT
011740     END-IF.
011750
011760     IF IA-INTV-DATE (IA-IDX) IS LESS THAN WK-TODAY
011770        OR IA-SLOT (IA-IDX) IS NOT GREATER THAN
011780           CAL-T-SLOTS (CAL-IDX)
011790         ADD 1 TO CAL-T-BOOKED (CAL-IDX)
011800         GO TO 3110-EXIT
011810     END-IF.
011820
011830     ADD 1 TO CAL-T-DISPLACED (CAL-IDX).
011840     PERFORM 3300-DISPLACE-BOOKING THRU 3300-EXIT.
011850
011860 3110-EXIT.
011870     EXIT.
011880
011890 3200-CHECK-OFF-CALENDAR.
011900     IF IA-CAL-IDX (IA-IDX) IS GREATER THAN ZERO
011910        OR IA-INTV-DATE-X (IA-IDX) IS NOT NUMERIC
011920         GO TO 3200-EXIT
011930     END-IF.
011940     IF IA-INTV-DATE (IA-IDX) IS LESS THAN WK-TODAY
011950         GO TO 3200-EXIT
011960     END-IF.
011970
011980     PERFORM 3300-DISPLACE-BOOKING THRU 3300-EXIT.
011990
012000 3200-EXIT.
012010     EXIT.
012020
012030******************************************************************
012040* 3300-DISPLACE-BOOKING                                         *
012050*   Takes the booking at IA-IDX off the journal, queues the     *
012060*   candidate for the front of the backlog - waiting since the  *
012070*   original booking date, with the record image INTSCHED       *
012080*   schedules from - lists it, and writes the moved letter.     *
012090******************************************************************
012100 3300-DISPLACE-BOOKING.
012110     IF DS-COUNT IS NOT LESS THAN 5000
012120         DISPLAY "CALMNT - DISPLACED-TABLE FULL AT 5000 "
012130                 "ENTRIES, CANDIDATE " IA-CAND-ID (IA-IDX)
012140         MOVE 16 TO RETURN-CODE
012150         STOP RUN
012160     END-IF.
012170     MOVE "Y" TO IA-DISPLACED (IA-IDX).
012180     ADD 1 TO CT-DISPLACED.
012190
012200     MOVE SPACES TO CANDIDATE-RECORD.
012210     MOVE IA-CAND-ID (IA-IDX) TO CAND-ID.
012220     MOVE IA-CAND-NAME (IA-IDX) TO CAND-NAME.
012230     MOVE ZERO TO CAND-AGE.
012240     MOVE ZERO TO CAND-BIRTH-DATE.
012250     MOVE "PASS" TO CAND-STAGE1-RESULT.
012260     MOVE "PASS" TO CAND-STAGE2-RESULT.
012270     MOVE IA-CAND-ID (IA-IDX) TO MAST-CAND-ID.
012280     READ CANDIDATE-MASTER-FILE
012290         INVALID KEY
012300             MOVE SPACES TO MAST-POSITION
012310     END-READ.
012320     IF FS-MASTER-OK
012330         MOVE MAST-AGE TO CAND-AGE
012340         MOVE MAST-POSITION TO CAND-POSITION
012350         MOVE MAST-SOURCE TO CAND-SOURCE
012360         MOVE MAST-SOURCE-ID TO CAND-SOURCE-ID
012370     END-IF.
012380
012390     ADD 1 TO DS-COUNT.
012400     MOVE IA-BOOKED-DATE (IA-IDX) TO DS-QUEUE-DATE (DS-COUNT).
012410     MOVE CANDIDATE-RECORD TO DS-CANDIDATE (DS-COUNT).
012420
012430     MOVE IA-CAND-ID (IA-IDX) TO RPT-X-ID.
012440     MOVE IA-CAND-NAME (IA-IDX) TO RPT-X-NAME.
012450     MOVE IA-INTERVIEWER (IA-IDX) TO RPT-X-INTERVIEWER.
012460     MOVE IA-INTV-DATE (IA-IDX) TO RPT-X-DATE.
012470     MOVE IA-SLOT (IA-IDX) TO RPT-X-SLOT.
012480     WRITE REPORT-LINE FROM RPT-DISPLACED-LINE.
012490
012500     PERFORM 3400-WRITE-MOVED-LETTER THRU 3400-EXIT.
012510
012520 3300-EXIT.
012530     EXIT.
012540
012550******************************************************************
012560* 3400-WRITE-MOVED-LETTER                                       *
012570*   Tells the candidate the booked interview will not take      *
012580*   place.  The new date goes out as an ordinary invitation     *
012590*   from CANDLETR the night INTSCHED rebooks the candidate.     *
012600******************************************************************
012610 3400-WRITE-MOVED-LETTER.
012620     WRITE LETTER-LINE FROM LTR-SEPARATOR.
012630     MOVE IA-CAND-NAME (IA-IDX) TO LTR-TO-NAME.
012640     MOVE IA-CAND-ID (IA-IDX) TO LTR-TO-ID.
012650     WRITE LETTER-LINE FROM LTR-TO-LINE.
012660     IF CAND-POSITION IS NOT EQUAL TO SPACES
012670         MOVE CAND-POSITION TO LTR-POSITION
012680         WRITE LETTER-LINE FROM LTR-POSITION-LINE
012690     END-IF.
012700     MOVE WK-TODAY TO LTR-DATE.
012710     WRITE LETTER-LINE FROM LTR-DATE-LINE.
012720     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
012730
012740     WRITE LETTER-LINE FROM LTR-MOVED-1.
012750     WRITE LETTER-LINE FROM LTR-MOVED-2.
012760     MOVE IA-INTERVIEWER (IA-IDX) TO LTR-MV-INTERVIEWER.
012770     WRITE LETTER-LINE FROM LTR-MOVED-3.
012780     MOVE IA-INTV-DATE (IA-IDX) TO LTR-MV-DATE.
012790     WRITE LETTER-LINE FROM LTR-MOVED-4.
012800     MOVE IA-SLOT (IA-IDX) TO LTR-MV-SLOT.
012810     WRITE LETTER-LINE FROM LTR-MOVED-5.
012820     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
012830     WRITE LETTER-LINE FROM LTR-MOVED-6.
012840     WRITE LETTER-LINE FROM LTR-MOVED-7.
012850     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
012860     WRITE LETTER-LINE FROM LTR-SIGNATURE.
012870
012880     ADD 1 TO CT-LETTERS.
012890
012900 3400-EXIT.
012910     EXIT.
012920
012930******************************************************************
012940* 4000-PRINT-UTILIZATION                                        *
012950*   Slots offered, bookings standing, bookings displaced this   *
012960*   run and slots left idle, per interviewer per week from the  *
012970*   week of the run on, printed by interviewer then week.       *
012980******************************************************************
012990 4000-PRINT-UTILIZATION.
013000     PERFORM 4010-ADD-CALENDAR-DAY THRU 4010-EXIT
013010         VARYING CAL-IDX FROM 1 BY 1
013020         UNTIL CAL-IDX IS GREATER THAN CAL-COUNT.
013030     PERFORM 4020-ADD-OFF-CALENDAR THRU 4020-EXIT
013040         VARYING IA-IDX FROM 1 BY 1
013050         UNTIL IA-IDX IS GREATER THAN IA-COUNT.
013060
013070     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
013080     WRITE REPORT-LINE FROM RPT-UTIL-HEADING.
013090     WRITE REPORT-LINE FROM RPT-UTIL-COLUMNS.
013100
013110     MOVE SPACES TO WK-LAST-INTERVIEWER.
013120     PERFORM 4200-PRINT-NEXT-WEEK THRU 4200-EXIT
013130         UNTIL UT-PRINTED-COUNT IS NOT LESS THAN UT-COUNT.
013140
013150     MOVE SPACES TO RPT-UTIL-LINE.
013160     MOVE "TOTAL" TO RPT-U-INTERVIEWER.
013170     MOVE CT-TOTAL-OFFERED TO RPT-U-OFFERED.
013180     MOVE CT-TOTAL-BOOKED TO RPT-U-BOOKED.
013190     MOVE CT-TOTAL-DISPLACED TO RPT-U-DISPLACED.
013200     MOVE CT-TOTAL-IDLE TO RPT-U-IDLE.
013210     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
013220     WRITE REPORT-LINE FROM RPT-UTIL-LINE.
013230
013240 4000-EXIT.
013250     EXIT.
013260
013270 4010-ADD-CALENDAR-DAY.
013280     IF CAL-T-WEEK (CAL-IDX) IS LESS THAN WK-CURRENT-WEEK
013290         GO TO 4010-EXIT
013300     END-IF.
013310     MOVE CAL-T-INTERVIEWER (CAL-IDX) TO WK-UT-INTERVIEWER.
013320     MOVE CAL-T-WEEK (CAL-IDX) TO WK-UT-WEEK.
013330     PERFORM 4100-FIND-UTILIZATION THRU 4100-EXIT.
013340     ADD CAL-T-SLOTS (CAL-IDX) TO UT-OFFERED (UT-FOUND-IDX).
013350     ADD CAL-T-BOOKED (CAL-IDX) TO UT-BOOKED (UT-FOUND-IDX).
013360     ADD CAL-T-DISPLACED (CAL-IDX)
013370         TO UT-DISPLACED (UT-FOUND-IDX).
013380
013390 4010-EXIT.
013400     EXIT.
013410
013420* A booking displaced because its day is gone from the
013430* calendar still counts against its interviewer's week.
013440 4020-ADD-OFF-CALENDAR.
013450     IF IA-DISPLACED (IA-IDX) IS NOT EQUAL TO "Y"
013460        OR IA-CAL-IDX (IA-IDX) IS GREATER THAN ZERO
013470         GO TO 4020-EXIT
013480     END-IF.
013490     MOVE IA-INTV-DATE (IA-IDX) TO WK-DN-DATE.
013500     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
013510     COMPUTE WK-UT-WEEK = WK-DAY-NUMBER - WK-DN-WEEKDAY.
013520     MOVE IA-INTERVIEWER (IA-IDX) TO WK-UT-INTERVIEWER.
013530     PERFORM 4100-FIND-UTILIZATION THRU 4100-EXIT.
013540     ADD 1 TO UT-DISPLACED (UT-FOUND-IDX).
013550
013560 4020-EXIT.
013570     EXIT.
013580
013590******************************************************************
013600* 4100-FIND-UTILIZATION                                         *
013610*   Finds the UTILIZATION-TABLE entry for WK-UT-INTERVIEWER     *
013620*   and WK-UT-WEEK, adding it when it is not there yet.         *
013630******************************************************************
013640 4100-FIND-UTILIZATION.
013650     MOVE ZERO TO UT-FOUND-IDX.
013660     PERFORM 4110-MATCH-UTILIZATION THRU 4110-EXIT
013670         VARYING UT-IDX FROM 1 BY 1
013680         UNTIL UT-IDX IS GREATER THAN UT-COUNT
013690            OR UT-FOUND-IDX IS GREATER THAN ZERO.
013700     IF UT-FOUND-IDX IS GREATER THAN ZERO
013710         GO TO 4100-EXIT
013720     END-IF.
013730
013740     IF UT-COUNT IS NOT LESS THAN 2000
013750         DISPLAY "CALMNT - UTILIZATION-TABLE FULL AT 2000 "
013760                 "ENTRIES"
013770         MOVE 16 TO RETURN-CODE
013780         STOP RUN
013790     END-IF.
013800     ADD 1 TO UT-COUNT.
013810     MOVE UT-COUNT TO UT-FOUND-IDX.
013820     MOVE WK-UT-INTERVIEWER TO UT-INTERVIEWER (UT-FOUND-IDX).
013830     MOVE WK-UT-WEEK TO UT-WEEK (UT-FOUND-IDX).
013840     MOVE WK-UT-WEEK TO WK-DAY-NUMBER.
013850     PERFORM 8100-DAY-NUMBER-TO-DATE THRU 8100-EXIT.
013860     MOVE WK-DN-DATE TO UT-WEEK-START (UT-FOUND-IDX).
013870     MOVE ZERO TO UT-OFFERED (UT-FOUND-IDX).
013880     MOVE ZERO TO UT-BOOKED (UT-FOUND-IDX).
013890     MOVE ZERO TO UT-DISPLACED (UT-FOUND-IDX).
013900     MOVE "N" TO UT-PRINTED (UT-FOUND-IDX).
013910
013920 4100-EXIT.
013930     EXIT.
013940
013950 4110-MATCH-UTILIZATION.
013960     IF UT-INTERVIEWER (UT-IDX) IS EQUAL TO WK-UT-INTERVIEWER
013970        AND UT-WEEK (UT-IDX) IS EQUAL TO WK-UT-WEEK
013980         MOVE UT-IDX TO UT-FOUND-IDX
013990     END-IF.
014000
014010 4110-EXIT.
014020     EXIT.
014030
014040******************************************************************
014050* 4200-PRINT-NEXT-WEEK                                          *
014060*   Picks the unprinted entry lowest by interviewer and week    *
014070*   and prints it.  The interviewer's name is printed on the    *
014080*   first of their weeks only.                                  *
014090******************************************************************
014100 4200-PRINT-NEXT-WEEK.
014110     MOVE ZERO TO UT-NEXT-IDX.
014120     PERFORM 4210-COMPARE-ONE-WEEK THRU 4210-EXIT
014130         VARYING UT-IDX FROM 1 BY 1
014140         UNTIL UT-IDX IS GREATER THAN UT-COUNT.
014150     MOVE "Y" TO UT-PRINTED (UT-NEXT-IDX).
014160     ADD 1 TO UT-PRINTED-COUNT.
014170
014180     MOVE SPACES TO RPT-UTIL-LINE.
014190     IF UT-INTERVIEWER (UT-NEXT-IDX) IS NOT EQUAL TO
014200        WK-LAST-INTERVIEWER
014210         IF UT-PRINTED-COUNT IS GREATER THAN 1
014220             WRITE REPORT-LINE FROM RPT-BLANK-LINE
014230         END-IF
014240         MOVE UT-INTERVIEWER (UT-NEXT-IDX) TO RPT-U-INTERVIEWER
014250         MOVE UT-INTERVIEWER (UT-NEXT-IDX)
014260             TO WK-LAST-INTERVIEWER
014270     END-IF.
014280
014290     IF UT-BOOKED (UT-NEXT-IDX) IS LESS THAN
014300        UT-OFFERED (UT-NEXT-IDX)
014310         COMPUTE WK-IDLE = UT-OFFERED (UT-NEXT-IDX)
014320                         - UT-BOOKED (UT-NEXT-IDX)
014330     ELSE
014340         MOVE ZERO TO WK-IDLE
014350     END-IF.
014360
014370     MOVE UT-WEEK-START (UT-NEXT-IDX) TO RPT-U-WEEK.
014380     MOVE UT-OFFERED (UT-NEXT-IDX) TO RPT-U-OFFERED.
014390     MOVE UT-BOOKED (UT-NEXT-IDX) TO RPT-U-BOOKED.
014400     MOVE UT-DISPLACED (UT-NEXT-IDX) TO RPT-U-DISPLACED.
014410     MOVE WK-IDLE TO RPT-U-IDLE.
014420     WRITE REPORT-LINE FROM RPT-UTIL-LINE.
014430
014440     ADD UT-OFFERED (UT-NEXT-IDX) TO CT-TOTAL-OFFERED.
014450     ADD UT-BOOKED (UT-NEXT-IDX) TO CT-TOTAL-BOOKED.
014460     ADD UT-DISPLACED (UT-NEXT-IDX) TO CT-TOTAL-DISPLACED.
014470     ADD WK-IDLE TO CT-TOTAL-IDLE.
014480
014490 4200-EXIT.
014500     EXIT.
014510
014520 4210-COMPARE-ONE-WEEK.
014530     IF UT-PRINTED (UT-IDX) IS EQUAL TO "Y"
014540         GO TO 4210-EXIT
014550     END-IF.
014560     IF UT-NEXT-IDX IS EQUAL TO ZERO
014570         MOVE UT-IDX TO UT-NEXT-IDX
014580         GO TO 4210-EXIT
014590     END-IF.
014600     IF UT-INTERVIEWER (UT-IDX) IS LESS THAN
014610        UT-INTERVIEWER (UT-NEXT-IDX)
014620        OR (UT-INTERVIEWER (UT-IDX) IS EQUAL TO
014630            UT-INTERVIEWER (UT-NEXT-IDX)
014640            AND UT-WEEK (UT-IDX) IS LESS THAN
014650                UT-WEEK (UT-NEXT-IDX))
014660         MOVE UT-IDX TO UT-NEXT-IDX
014670     END-IF.
014680
014690 4210-EXIT.
014700     EXIT.
014710
014720******************************************************************
014730* 8000-DATE-TO-DAY-NUMBER                                       *
014740*   WK-DN-DATE in, WK-DAY-NUMBER and WK-DN-WEEKDAY out.  The    *
014750*   counting year runs March to February so the leap day is     *
014760*   its last day; day zero (1 March of year zero) was a         *
014770*   Wednesday.                                                  *
014780******************************************************************
014790 8000-DATE-TO-DAY-NUMBER.
014800     MOVE WK-DN-YYYY TO WK-DN-YEAR.
014810     MOVE WK-DN-MM TO WK-DN-MONTH.
014820     IF WK-DN-MONTH IS GREATER THAN 2
014830         SUBTRACT 3 FROM WK-DN-MONTH
014840     ELSE
014850         ADD 9 TO WK-DN-MONTH
014860         SUBTRACT 1 FROM WK-DN-YEAR
014870     END-IF.
014880
014890     PERFORM 8200-DAYS-BEFORE-YEAR THRU 8200-EXIT.
014900     COMPUTE WK-DN-WORK = WK-DN-MONTH * 306 + 5.
014910     DIVIDE WK-DN-WORK BY 10 GIVING WK-DN-QUOTIENT.
014920     COMPUTE WK-DAY-NUMBER = WK-DN-DAYS + WK-DN-QUOTIENT
014930                           + WK-DN-DD - 1.
014940
014950     COMPUTE WK-DN-WORK = WK-DAY-NUMBER + 2.
014960     DIVIDE WK-DN-WORK BY 7 GIVING WK-DN-QUOTIENT
014970         REMAINDER WK-DN-WEEKDAY.
014980
014990 8000-EXIT.
015000     EXIT.
015010
015020******************************************************************
015030* 8100-DAY-NUMBER-TO-DATE                                       *
015040*   WK-DAY-NUMBER in, WK-DN-DATE out - the reverse of 8000.     *
015050******************************************************************
015060 8100-DAY-NUMBER-TO-DATE.
015070     COMPUTE WK-DN-WORK = WK-DAY-NUMBER * 10000 + 14780.
015080     DIVIDE WK-DN-WORK BY 3652425 GIVING WK-DN-YEAR.
015090     PERFORM 8200-DAYS-BEFORE-YEAR THRU 8200-EXIT.
015100     IF WK-DAY-NUMBER IS LESS THAN WK-DN-DAYS
015110         SUBTRACT 1 FROM WK-DN-YEAR
015120         PERFORM 8200-DAYS-BEFORE-YEAR THRU 8200-EXIT
015130     END-IF.
015140     COMPUTE WK-DN-DAYS = WK-DAY-NUMBER - WK-DN-DAYS.
015150
015160* WK-DN-DAYS is now the day within the counting year.
015170     COMPUTE WK-DN-WORK = WK-DN-DAYS * 100 + 52.
015180     DIVIDE WK-DN-WORK BY 3060 GIVING WK-DN-MONTH.
015190     COMPUTE WK-DN-WORK = WK-DN-MONTH * 306 + 5.
015200     DIVIDE WK-DN-WORK BY 10 GIVING WK-DN-QUOTIENT.
015210     COMPUTE WK-DN-DD = WK-DN-DAYS - WK-DN-QUOTIENT + 1.
015220
015230     IF WK-DN-MONTH IS LESS THAN 10
015240         COMPUTE WK-DN-MM = WK-DN-MONTH + 3
015250         MOVE WK-DN-YEAR TO WK-DN-YYYY
015260     ELSE
015270         COMPUTE WK-DN-MM = WK-DN-MONTH - 9
015280         COMPUTE WK-DN-YYYY = WK-DN-YEAR + 1
015290     END-IF.
015300
015310 8100-EXIT.
015320     EXIT.
015330
015340* Days from day zero to 1 March of counting year WK-DN-YEAR.
015350 8200-DAYS-BEFORE-YEAR.
015360     DIVIDE WK-DN-YEAR BY 4 GIVING WK-DN-Q4.
015370     DIVIDE WK-DN-YEAR BY 100 GIVING WK-DN-Q100.
015380     DIVIDE WK-DN-YEAR BY 400 GIVING WK-DN-Q400.
015390     COMPUTE WK-DN-DAYS = WK-DN-YEAR * 365 + WK-DN-Q4
015400                        - WK-DN-Q100 + WK-DN-Q400.
015410
015420 8200-EXIT.
015430     EXIT.
015440
015450******************************************************************
015460* 9000-TERMINATE                                                *
015470*   Writes the calendar, the journal and the backlog back in    *
015480*   place, then the control totals.                             *
015490******************************************************************
015500 9000-TERMINATE.
015510     PERFORM 9100-REWRITE-CALENDAR THRU 9100-EXIT.
015520     PERFORM 9200-REWRITE-ASSIGNMENTS THRU 9200-EXIT.
015530     PERFORM 9300-REWRITE-BACKLOG THRU 9300-EXIT.
015540
015550     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
015560     MOVE CT-TRAN-READ TO RPT-F-READ.
015570     MOVE CT-ACCEPTED TO RPT-F-ACCEPTED.
015580     MOVE CT-REJECTED TO RPT-F-REJECTED.
015590     MOVE CT-DAYS-READ TO RPT-F-DAYS-READ.
015600     MOVE CT-DAYS-ADDED TO RPT-F-DAYS-ADDED.
015610     MOVE CT-DAYS-WRITTEN TO RPT-F-DAYS-WRITTEN.
015620     MOVE CT-BOOKINGS-READ TO RPT-F-BOOKINGS-READ.
015630     MOVE CT-DISPLACED TO RPT-F-DISPLACED.
015640     MOVE CT-BOOKINGS-WRITTEN TO RPT-F-BOOKINGS-WRITTEN.
015650     MOVE CT-LETTERS TO RPT-F-LETTERS.
015660     MOVE CT-BACKLOG-WRITTEN TO RPT-F-BACKLOG.
015670     WRITE REPORT-LINE FROM RPT-FOOTER-1.
015680     WRITE REPORT-LINE FROM RPT-FOOTER-2.
015690     WRITE REPORT-LINE FROM RPT-FOOTER-3.
015700     WRITE REPORT-LINE FROM RPT-FOOTER-4.
015710     WRITE REPORT-LINE FROM RPT-FOOTER-5.
015720     WRITE REPORT-LINE FROM RPT-FOOTER-6.
015730     WRITE REPORT-LINE FROM RPT-FOOTER-7.
015740     WRITE REPORT-LINE FROM RPT-FOOTER-8.
015750     WRITE REPORT-LINE FROM RPT-FOOTER-9.
015760     WRITE REPORT-LINE FROM RPT-FOOTER-10.
015770     WRITE REPORT-LINE FROM RPT-FOOTER-11.
015780
015790     CLOSE CALENDAR-TRAN-FILE.
015800     CLOSE CANDIDATE-MASTER-FILE.
015810     CLOSE LETTER-FILE.
015820     CLOSE CALENDAR-REPORT.
015830
015840     IF CT-REJECTED IS GREATER THAN ZERO
015850         MOVE 4 TO RETURN-CODE
015860         DISPLAY "CALMNT - TRANSACTIONS REJECTED, SEE CALRPT"
015870     ELSE
015880         DISPLAY "CALMNT - CALENDAR MAINTENANCE COMPLETE"
015890     END-IF.
015900
015910 9000-EXIT.
015920     EXIT.
015930
015940 9100-REWRITE-CALENDAR.
015950     OPEN OUTPUT INTERVIEWER-CALENDAR-FILE.
015960     IF NOT FS-CALENDAR-OK
015970         DISPLAY "CALMNT - INTERVIEWER-CALENDAR-FILE REWRITE "
015980                 "FAILED, STATUS = " FS-CALENDAR-FILE
015990         MOVE 16 TO RETURN-CODE
016000         STOP RUN
016010     END-IF.
016020     PERFORM 9110-WRITE-ONE-DAY THRU 9110-EXIT
016030         VARYING CAL-IDX FROM 1 BY 1
016040         UNTIL CAL-IDX IS GREATER THAN CAL-COUNT.
016050     CLOSE INTERVIEWER-CALENDAR-FILE.
016060
016070 9100-EXIT.
016080     EXIT.
016090
016100 9110-WRITE-ONE-DAY.
016110     MOVE CAL-T-INTERVIEWER (CAL-IDX) TO CAL-INTERVIEWER.
016120     MOVE CAL-T-DATE (CAL-IDX) TO CAL-DATE.
016130     MOVE CAL-T-SLOTS (CAL-IDX) TO CAL-SLOT-COUNT.
016140     MOVE CAL-T-REST (CAL-IDX) TO CAL-REST.
016150     WRITE CALENDAR-RECORD.
016160     ADD 1 TO CT-DAYS-WRITTEN.
016170
016180 9110-EXIT.
016190     EXIT.
016200
016210* Every standing booking except those displaced this run.
016220 9200-REWRITE-ASSIGNMENTS.
016230     OPEN OUTPUT INTERVIEW-ASSIGN-FILE.
016240     IF NOT FS-ASSIGN-OK
016250         DISPLAY "CALMNT - INTERVIEW-ASSIGN-FILE REWRITE "
016260                 "FAILED, STATUS = " FS-ASSIGN-FILE
016270         MOVE 16 TO RETURN-CODE
016280         STOP RUN
016290     END-IF.
016300     PERFORM 9210-WRITE-ONE-ASSIGNMENT THRU 9210-EXIT
016310         VARYING IA-IDX FROM 1 BY 1
016320         UNTIL IA-IDX IS GREATER THAN IA-COUNT.
016330     CLOSE INTERVIEW-ASSIGN-FILE.
016340
016350 9200-EXIT.
016360     EXIT.
016370
016380 9210-WRITE-ONE-ASSIGNMENT.
016390     IF IA-DISPLACED (IA-IDX) IS EQUAL TO "Y"
016400         GO TO 9210-EXIT
016410     END-IF.
016420     MOVE SPACES TO INTERVIEW-ASSIGN-RECORD.
016430     MOVE IA-CAND-ID (IA-IDX) TO IVA-CAND-ID.
016440     MOVE IA-CAND-NAME (IA-IDX) TO IVA-CAND-NAME.
016450     MOVE IA-INTERVIEWER (IA-IDX) TO IVA-INTERVIEWER.
016460     MOVE IA-INTV-DATE-X (IA-IDX) TO IVA-INTV-DATE-X.
016470     MOVE IA-SLOT (IA-IDX) TO IVA-SLOT.
016480     MOVE IA-BOOKED-DATE (IA-IDX) TO IVA-BOOKED-DATE.
016490     WRITE INTERVIEW-ASSIGN-RECORD.
016500     ADD 1 TO CT-BOOKINGS-WRITTEN.
016510
016520 9210-EXIT.
016530     EXIT.
016540
016550* Displaced bookings first, in calendar order, then the
016560* backlog as it was.
016570 9300-REWRITE-BACKLOG.
016580     OPEN OUTPUT INTERVIEW-BACKLOG-FILE.
016590     IF NOT FS-BACKLOG-OK
016600         DISPLAY "CALMNT - INTERVIEW-BACKLOG-FILE REWRITE "
016610                 "FAILED, STATUS = " FS-BACKLOG-FILE
016620         MOVE 16 TO RETURN-CODE
016630         STOP RUN
016640     END-IF.
016650     PERFORM 9310-WRITE-ONE-DISPLACED THRU 9310-EXIT
016660         VARYING DS-IDX FROM 1 BY 1
016670         UNTIL DS-IDX IS GREATER THAN DS-COUNT.
016680     PERFORM 9320-WRITE-ONE-BACKLOG THRU 9320-EXIT
016690         VARYING BK-IDX FROM 1 BY 1
016700         UNTIL BK-IDX IS GREATER THAN BK-COUNT.
016710     CLOSE INTERVIEW-BACKLOG-FILE.
016720
016730 9300-EXIT.
016740     EXIT.
016750
016760 9310-WRITE-ONE-DISPLACED.
016770     MOVE DS-QUEUE-DATE (DS-IDX) TO BKL-QUEUE-DATE.
016780     MOVE DS-CANDIDATE (DS-IDX) TO BKL-CANDIDATE.
016790     WRITE BACKLOG-RECORD.
016800     ADD 1 TO CT-BACKLOG-WRITTEN.
016810
016820 9310-EXIT.
016830     EXIT.
016840
016850 9320-WRITE-ONE-BACKLOG.
016860     MOVE BK-RECORD (BK-IDX) TO BACKLOG-RECORD.
016870     WRITE BACKLOG-RECORD.
016880     ADD 1 TO CT-BACKLOG-WRITTEN.
016890
016900 9320-EXIT.
016910     EXIT.
016920
016930 END PROGRAM CALMNT.

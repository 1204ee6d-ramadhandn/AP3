000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 09/24/2026
000050* Date-Compiled.
000060* Purpose: Penghapusan data pribadi kandidat.  Nama dan tanggal
000070*          lahir kandidat tersimpan di master, backlog
000080*          wawancara, jurnal disposisi, ledger ATS dan berkas
000090*          surat, dan selama ini tidak pernah dihapus.  Program
000100*          ini membaca dua jenis masukan: berkas permintaan
000110*          penghapusan (ERASREQ, satu id kandidat per baris)
000120*          dan sapuan otomatis atas kandidat yang keputusan
000130*          terakhirnya lebih tua dari masa retensi pada rekord
000140*          kontrol (ERASCTL).  Di setiap berkas nama diganti
000150*          dengan teks pengganti tetap dan tanggal lahir
000160*          dikosongkan; keputusan, tanggal, posisi dan nomor
000170*          run tetap utuh supaya angka PASSRATE dan AGEBAND
000180*          tidak berubah.  Kandidat dengan jadwal wawancara
000190*          terbuka, tawaran kerja yang belum dijawab, atau
000200*          kiriman ATS yang belum diakui ditolak.
000210*          Setiap penghapusan dicatat sebagai entri tahap E di
000220*          riwayat screening, dan sertifikat (ERASRPT)
000230*          mencantumkan berkas yang disentuh untuk setiap id.
000240* Tectonics: cobc
000250******************************************************************
000260* Modification History:
000270*   09/24/2026  RD  Original program.  Everything is checked
000280*                   before anything is changed: a candidate is
000290*                   refused for an open booking on INTVASGN, a
000300*                   place on INTVBKLG while not withdrawn (the
000310*                   next scheduling run would book them), or a
000320*                   ledger entry the ATS has not acknowledged.
000330*                   The master is rewritten in place; the
000340*                   sequential files are written whole to NEW
000350*                   files that a gated JCL step copies back,
000360*                   as HISTARCH does.  The sweep skips anyone
000370*                   ever hired, and anyone with history on or
000380*                   after the cutoff.  The run gets its
000390*                   own run-control number (type E, see
000400*                   RUNCTL).  Condition code 4 flags refusals
000410*                   on the certificate - the accepted erasures
000420*                   are still applied.
000430*   10/15/2026  RD  The master is erased last, after the NEW
000440*                   files and the stage-E entries are written -
000450*                   an abend before then leaves the master as it
000460*                   was, so a rerun takes the same candidates
000470*                   again.  A candidate with an offer still open
000480*                   on OFFRFILE is refused (OPEN OFFER) - the
000490*                   new-hire feed needs the name if they accept.
000500******************************************************************
000510
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. CANDERAS.
000540 AUTHOR. RAMADHAN.
000550 INSTALLATION. HR-RECRUITING.
000560 DATE-WRITTEN. 09/24/2026.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT ERASURE-CONTROL-FILE ASSIGN TO "ERASCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-ERASURE-CONTROL.
000650
000660     SELECT ERASURE-REQUEST-FILE ASSIGN TO "ERASREQ"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-ERASURE-REQUEST.
000690
000700     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS MAST-CAND-ID
000740         FILE STATUS IS FS-CANDIDATE-MASTER.
000750
000760     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-SCREENING-HISTORY.
000790
000800     SELECT ARCHIVE-HISTORY-FILE ASSIGN TO "HISTARCH"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-ARCHIVE-HISTORY.
000830
000840     SELECT INTERVIEW-ASSIGN-FILE ASSIGN TO "INTVASGN"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS FS-INTERVIEW-ASSIGN.
000870
000880     SELECT INTERVIEW-BACKLOG-FILE ASSIGN TO "INTVBKLG"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FS-INTERVIEW-BACKLOG.
000910
000920     SELECT NEW-BACKLOG-FILE ASSIGN TO "BKLGNEW"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS FS-NEW-BACKLOG.
000950
000960     SELECT DISPOSITION-FILE ASSIGN TO "INTVDISP"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS FS-DISPOSITION.
000990
001000     SELECT NEW-DISPOSITION-FILE ASSIGN TO "DISPNEW"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS FS-NEW-DISPOSITION.
001030
001040     SELECT ATS-LEDGER-FILE ASSIGN TO "ATSLEDG"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS FS-ATS-LEDGER.
001070
001080     SELECT NEW-LEDGER-FILE ASSIGN TO "LDGNEW"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS FS-NEW-LEDGER.
001110
001120     SELECT LETTER-FILE ASSIGN TO "LTRFILE"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS FS-LETTER-FILE.
001150
001160     SELECT NEW-LETTER-FILE ASSIGN TO "LTRNEW"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS FS-NEW-LETTER.
001190
001200     SELECT OFFER-FILE ASSIGN TO "OFFRFILE"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS FS-OFFER-FILE.
001230
001240     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS FS-RUN-CONTROL.
001270
001280     SELECT ERASURE-REPORT ASSIGN TO "ERASRPT"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS FS-ERASURE-REPORT.
001310
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  ERASURE-CONTROL-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  ERASURE-CONTROL-RECORD.
001370     05  ERC-RETENTION-MONTHS         PIC 9(03).
001380     05  ERC-RETENTION-MONTHS-X REDEFINES ERC-RETENTION-MONTHS
001390                                      PIC X(03).
001400     05  FILLER                       PIC X(77).
001410
001420 FD  ERASURE-REQUEST-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 01  ERASURE-REQUEST-RECORD.
001450     05  ERQ-CAND-ID                  PIC X(10).
001460     05  FILLER                       PIC X(70).
001470
001480 FD  CANDIDATE-MASTER-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 COPY CANDMAST.
001510
001520 FD  SCREENING-HISTORY-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 COPY HISTREC.
001550
001560 FD  ARCHIVE-HISTORY-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 01  ARCHIVE-HISTORY-LINE             PIC X(80).
001590
001600 FD  INTERVIEW-ASSIGN-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 COPY INTVASG.
001630
001640 FD  INTERVIEW-BACKLOG-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 01  BACKLOG-RECORD.
001670     05  BKL-QUEUE-DATE               PIC 9(08).
001680     05  BKL-QUEUE-DATE-X REDEFINES BKL-QUEUE-DATE
001690                                      PIC X(08).
001700     05  BKL-CANDIDATE                PIC X(72).
001710
001720 FD  NEW-BACKLOG-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  NEW-BACKLOG-LINE                 PIC X(80).
001750
001760 FD  DISPOSITION-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 COPY INTVDSP.
001790
001800 FD  NEW-DISPOSITION-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 01  NEW-DISPOSITION-LINE             PIC X(80).
001830
001840 FD  ATS-LEDGER-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 COPY ATSLDG.
001870
001880 FD  NEW-LEDGER-FILE
001890     LABEL RECORDS ARE STANDARD.
001900 01  NEW-LEDGER-LINE                  PIC X(80).
001910
001920 FD  LETTER-FILE
001930     LABEL RECORDS ARE STANDARD.
001940 01  LETTER-LINE                      PIC X(80).
001950
001960 FD  NEW-LETTER-FILE
001970     LABEL RECORDS ARE STANDARD.
001980 01  NEW-LETTER-LINE                  PIC X(80).
001990
002000 FD  OFFER-FILE
002010     LABEL RECORDS ARE STANDARD.
002020 COPY OFFREC.
002030
002040 FD  RUN-CONTROL-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 COPY RUNCTL.
002070
002080 FD  ERASURE-REPORT
002090     LABEL RECORDS ARE STANDARD.
002100 01  REPORT-LINE                      PIC X(80).
002110
002120 WORKING-STORAGE SECTION.
002130
002140 01  FS-ERASURE-CONTROL               PIC X(02).
002150     88  FS-CONTROL-OK                    VALUE "00".
002160 01  FS-ERASURE-REQUEST               PIC X(02).
002170     88  FS-REQUEST-OK                    VALUE "00".
002180     88  FS-REQUEST-NOT-FOUND             VALUE "35".
002190 01  FS-CANDIDATE-MASTER              PIC X(02).
002200     88  FS-MASTER-OK                     VALUE "00".
002210 01  FS-SCREENING-HISTORY             PIC X(02).
002220     88  FS-HISTORY-OK                    VALUE "00".
002230     88  FS-HISTORY-NOT-FOUND             VALUE "35".
002240 01  FS-ARCHIVE-HISTORY               PIC X(02).
002250     88  FS-ARCHIVE-OK                    VALUE "00".
002260     88  FS-ARCHIVE-NOT-FOUND             VALUE "35".
002270 01  FS-INTERVIEW-ASSIGN              PIC X(02).
002280     88  FS-ASSIGN-OK                     VALUE "00".
002290     88  FS-ASSIGN-NOT-FOUND              VALUE "35".
002300 01  FS-INTERVIEW-BACKLOG             PIC X(02).
002310     88  FS-BACKLOG-OK                    VALUE "00".
002320     88  FS-BACKLOG-NOT-FOUND             VALUE "35".
002330 01  FS-NEW-BACKLOG                   PIC X(02).
002340     88  FS-NEW-BACKLOG-OK                VALUE "00".
002350 01  FS-DISPOSITION                   PIC X(02).
002360     88  FS-DISPOSITION-OK                VALUE "00".
002370     88  FS-DISPOSITION-NOT-FOUND         VALUE "35".
002380 01  FS-NEW-DISPOSITION               PIC X(02).
002390     88  FS-NEW-DISPOSITION-OK            VALUE "00".
002400 01  FS-ATS-LEDGER                    PIC X(02).
002410     88  FS-LEDGER-OK                     VALUE "00".
002420     88  FS-LEDGER-NOT-FOUND              VALUE "35".
002430 01  FS-NEW-LEDGER                    PIC X(02).
002440     88  FS-NEW-LEDGER-OK                 VALUE "00".
002450 01  FS-LETTER-FILE                   PIC X(02).
002460     88  FS-LETTER-OK                     VALUE "00".
002470     88  FS-LETTER-NOT-FOUND              VALUE "35".
002480 01  FS-NEW-LETTER                    PIC X(02).
002490     88  FS-NEW-LETTER-OK                 VALUE "00".
002500 01  FS-OFFER-FILE                    PIC X(02).
002510     88  FS-OFFER-OK                      VALUE "00".
002520     88  FS-OFFER-NOT-FOUND               VALUE "35".
002530 01  FS-RUN-CONTROL                   PIC X(02).
002540     88  FS-RUNCTL-OK                     VALUE "00".
002550     88  FS-RUNCTL-NOT-FOUND              VALUE "35".
002560 01  FS-ERASURE-REPORT                PIC X(02).
002570     88  FS-ERAS-REPORT-OK                VALUE "00".
002580
002590 01  SW-REQUEST-EOF                   PIC X(01)   VALUE "N".
002600     88  REQUEST-EOF                      VALUE "Y".
002610 01  SW-MASTER-EOF                    PIC X(01)   VALUE "N".
002620     88  MASTER-EOF                       VALUE "Y".
002630 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
002640     88  HISTORY-EOF                      VALUE "Y".
002650 01  SW-ARCHIVE-EOF                   PIC X(01)   VALUE "N".
002660     88  ARCHIVE-EOF                      VALUE "Y".
002670 01  SW-ASSIGN-EOF                    PIC X(01)   VALUE "N".
002680     88  ASSIGN-EOF                       VALUE "Y".
002690 01  SW-BACKLOG-EOF                   PIC X(01)   VALUE "N".
002700     88  BACKLOG-EOF                      VALUE "Y".
002710 01  SW-DISPOSITION-EOF               PIC X(01)   VALUE "N".
002720     88  DISPOSITION-EOF                  VALUE "Y".
002730 01  SW-LEDGER-EOF                    PIC X(01)   VALUE "N".
002740     88  LEDGER-EOF                       VALUE "Y".
002750 01  SW-LETTER-EOF                    PIC X(01)   VALUE "N".
002760     88  LETTER-EOF                       VALUE "Y".
002770 01  SW-OFFER-EOF                     PIC X(01)   VALUE "N".
002780     88  OFFER-EOF                        VALUE "Y".
002790 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
002800     88  RUN-CONTROL-EOF                  VALUE "Y".
002810 01  SW-ERASE-FOUND                   PIC X(01)   VALUE "N".
002820     88  ERASE-FOUND                      VALUE "Y".
002830     88  ERASE-NOT-FOUND                  VALUE "N".
002840 01  SW-HIRE-FOUND                    PIC X(01)   VALUE "N".
002850     88  HIRE-FOUND                       VALUE "Y".
002860     88  HIRE-NOT-FOUND                   VALUE "N".
002870 01  SW-SWEEP-CUT                     PIC X(01)   VALUE "N".
002880     88  SWEEP-CUT                        VALUE "Y".
002890 01  SW-ARCHIVE-PASS                  PIC X(01)   VALUE "N".
002900     88  ARCHIVE-PASS                     VALUE "Y".
002910     88  HISTORY-PASS                     VALUE "N".
002920
002930 01  CT-REQUESTS-READ            PIC 9(07) COMP VALUE ZERO.
002940 01  CT-REQUESTS-BLANK           PIC 9(07) COMP VALUE ZERO.
002950 01  CT-REQUESTS-REPEATED        PIC 9(07) COMP VALUE ZERO.
002960 01  CT-REQUESTS-TAKEN           PIC 9(07) COMP VALUE ZERO.
002970 01  CT-SWEEP-DUE                PIC 9(07) COMP VALUE ZERO.
002980 01  CT-SWEEP-HIRED              PIC 9(07) COMP VALUE ZERO.
002990 01  CT-SWEEP-RECENT             PIC 9(07) COMP VALUE ZERO.
003000 01  CT-ERASED                   PIC 9(07) COMP VALUE ZERO.
003010 01  CT-REFUSED                  PIC 9(07) COMP VALUE ZERO.
003020 01  CT-MASTER-ERASED            PIC 9(07) COMP VALUE ZERO.
003030 01  CT-BACKLOG-ERASED           PIC 9(07) COMP VALUE ZERO.
003040 01  CT-DISPOSITIONS-ERASED      PIC 9(07) COMP VALUE ZERO.
003050 01  CT-LEDGER-ERASED            PIC 9(07) COMP VALUE ZERO.
003060 01  CT-LETTERS-ERASED           PIC 9(07) COMP VALUE ZERO.
003070 01  CT-HISTORY-WRITTEN          PIC 9(07) COMP VALUE ZERO.
003080 01  CT-CHECK-TOTAL              PIC 9(07) COMP VALUE ZERO.
003090 01  CT-CHECK-OUTCOME            PIC 9(07) COMP VALUE ZERO.
003100
003110 01  WK-TODAY                         PIC 9(08).
003120 01  WK-SEARCH-CAND-ID                PIC X(10).
003130 01  WK-REFUSAL                       PIC X(24).
003140 01  WK-DECISION-DATE                 PIC 9(08).
003150 01  WK-RETENTION-YEARS               PIC 9(03).
003160 01  WK-RETENTION-MONTHS              PIC 9(02).
003170
003180 01  WK-CUTOFF-DATE.
003190     05  WK-CUTOFF-YYYY               PIC 9(04).
003200     05  WK-CUTOFF-MM                 PIC 9(02).
003210     05  WK-CUTOFF-DD                 PIC 9(02).
003220 01  WK-CUTOFF-DATE-N REDEFINES WK-CUTOFF-DATE
003230                                      PIC 9(08).
003240
003250* The fixed placeholder that replaces an erased name in every
003260* file.  Taken from MAST-NAME-ERASED at start of run so there
003270* is only one spelling of it in the system.
003280 01  WK-ERASED-NAME                   PIC X(30).
003290
003300* This execution's run number - highest on the run-control
003310* file plus 1.  An erasure run is recorded as type E.
003320 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
003330 01  WK-MAX-RUN-NUMBER                PIC 9(07)   VALUE ZERO.
003340
003350* A backlog entry is a CANDREC image behind its queue date.
003360 COPY CANDREC.
003370
003380* A letter's address line, as CANDLETR and CALMNT print it -
003390* the only line of a letter that carries the name.
003400 01  WK-LETTER-LINE.
003410     05  WL-CAPTION                   PIC X(12).
003420         88  WL-TO-CAPTION                VALUE "TO        : ".
003430     05  WL-NAME                      PIC X(30).
003440     05  WL-OPEN                      PIC X(02).
003450     05  WL-CAND-ID                   PIC X(10).
003460     05  WL-CLOSE                     PIC X(01).
003470     05  FILLER                       PIC X(25).
003480
003490* ------------------------------------------------------------ *
003500*  CANDIDATES TO ERASE THIS RUN                                *
003510*    Requests first, then the sweep.  Every later pass looks   *
003520*    its candidate up here; the counts per file are what the   *
003530*    certificate prints.                                       *
003540* ------------------------------------------------------------ *
003550 01  ERASE-TABLE.
003560     05  ET-COUNT                PIC 9(05) COMP VALUE ZERO.
003570     05  ET-IDX                  PIC 9(05) COMP VALUE ZERO.
003580     05  ET-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
003590     05  ET-ENTRY OCCURS 5000 TIMES.
003600         10  ET-CAND-ID               PIC X(10).
003610         10  ET-SOURCE                PIC X(01).
003620             88  ET-FROM-REQUEST          VALUE "R".
003630             88  ET-FROM-SWEEP            VALUE "S".
003640         10  ET-STATUS                PIC X(01).
003650             88  ET-TO-ERASE              VALUE "E".
003660             88  ET-REFUSED               VALUE "R".
003670             88  ET-DROPPED               VALUE "D".
003680         10  ET-REFUSAL               PIC X(24).
003690         10  ET-MASTER-SWITCH         PIC X(01).
003700             88  ET-ON-MASTER             VALUE "Y".
003710         10  ET-MASTER-RESULT         PIC X(04).
003720         10  ET-POSITION              PIC X(08).
003730         10  ET-CT-MASTER             PIC 9(05) COMP.
003740         10  ET-CT-BACKLOG            PIC 9(05) COMP.
003750         10  ET-CT-DISPOSITION        PIC 9(05) COMP.
003760         10  ET-CT-LEDGER             PIC 9(05) COMP.
003770         10  ET-CT-LETTER             PIC 9(05) COMP.
003780         10  ET-CT-ARCHIVE            PIC 9(05) COMP.
003790         10  ET-CT-HISTORY            PIC 9(05) COMP.
003800
003810* ------------------------------------------------------------ *
003820*  CANDIDATES EVER HIRED                                       *
003830*    From the disposition journal - the retention sweep is     *
003840*    for unsuccessful candidates only.                         *
003850* ------------------------------------------------------------ *
003860 01  HIRE-TABLE.
003870     05  HI-COUNT                PIC 9(05) COMP VALUE ZERO.
003880     05  HI-IDX                  PIC 9(05) COMP VALUE ZERO.
003890     05  HI-ENTRY OCCURS 5000 TIMES.
003900         10  HI-CAND-ID               PIC X(10).
003910
003920 01  RPT-HEADING-1.
003930     05  FILLER                       PIC X(36)
003940             VALUE "PERSONAL DATA ERASURE CERTIFICATE - ".
003950     05  RPT-H-DATE                   PIC 9(08).
003960     05  FILLER                       PIC X(06)   VALUE "  RUN ".
003970     05  RPT-H-RUN-NUMBER             PIC 9(07).
003980     05  FILLER                       PIC X(23)   VALUE SPACES.
003990
004000 01  RPT-HEADING-2.
004010     05  FILLER                       PIC X(17)
004020             VALUE "RETENTION PERIOD ".
004030     05  RPT-H-MONTHS                 PIC ZZ9.
004040     05  FILLER                       PIC X(24)
004050             VALUE " MONTHS - SWEEP CUTOFF ".
004060     05  RPT-H-CUTOFF                 PIC 9(08).
004070     05  FILLER                       PIC X(28)   VALUE SPACES.
004080
004090 01  RPT-HEADING-3.
004100     05  FILLER                       PIC X(11)   VALUE "CAND ID".
004110     05  FILLER                       PIC X(09)   VALUE "SOURCE".
004120     05  FILLER                       PIC X(60)   VALUE "OUTCOME".
004130
004140 01  RPT-DETAIL-LINE.
004150     05  RPT-D-ID                     PIC X(10).
004160     05  FILLER                       PIC X(01)   VALUE SPACE.
004170     05  RPT-D-SOURCE                 PIC X(08).
004180     05  FILLER                       PIC X(01)   VALUE SPACE.
004190     05  RPT-D-OUTCOME                PIC X(10).
004200     05  RPT-D-REFUSAL                PIC X(24).
004210     05  FILLER                       PIC X(26)   VALUE SPACES.
004220
004230 01  RPT-FILE-LINE.
004240     05  FILLER                       PIC X(13)   VALUE SPACES.
004250     05  RPT-FL-FILE                  PIC X(09).
004260     05  RPT-FL-COUNT                 PIC ZZ,ZZ9.
004270     05  FILLER                       PIC X(02)   VALUE SPACES.
004280     05  RPT-FL-ACTION                PIC X(50).
004290
004300 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
004310
004320 01  RPT-FOOTER-1.
004330     05  FILLER                       PIC X(24)
004340             VALUE "ERASURE REQUESTS READ .".
004350     05  RPT-F-REQUESTS               PIC ZZZ,ZZ9.
004360
004370 01  RPT-FOOTER-2.
004380     05  FILLER                       PIC X(24)
004390             VALUE "  BLANK REQUEST LINES .".
004400     05  RPT-F-BLANK                  PIC ZZZ,ZZ9.
004410
004420 01  RPT-FOOTER-3.
004430     05  FILLER                       PIC X(24)
004440             VALUE "  REQUESTED TWICE . . .".
004450     05  RPT-F-REPEATED               PIC ZZZ,ZZ9.
004460
004470 01  RPT-FOOTER-4.
004480     05  FILLER                       PIC X(24)
004490             VALUE "CANDIDATES REQUESTED  .".
004500     05  RPT-F-TAKEN                  PIC ZZZ,ZZ9.
004510
004520 01  RPT-FOOTER-5.
004530     05  FILLER                       PIC X(24)
004540             VALUE "DUE FOR RETENTION SWEEP".
004550     05  RPT-F-SWEEP                  PIC ZZZ,ZZ9.
004560
004570 01  RPT-FOOTER-6.
004580     05  FILLER                       PIC X(24)
004590             VALUE "  KEPT - EVER HIRED . .".
004600     05  RPT-F-HIRED                  PIC ZZZ,ZZ9.
004610
004620 01  RPT-FOOTER-7.
004630     05  FILLER                       PIC X(24)
004640             VALUE "  KEPT - RECENT HISTORY".
004650     05  RPT-F-RECENT                 PIC ZZZ,ZZ9.
004660
004670 01  RPT-FOOTER-8.
004680     05  FILLER                       PIC X(24)
004690             VALUE "CANDIDATES ERASED . . .".
004700     05  RPT-F-ERASED                 PIC ZZZ,ZZ9.
004710
004720 01  RPT-FOOTER-9.
004730     05  FILLER                       PIC X(24)
004740             VALUE "CANDIDATES REFUSED  . .".
004750     05  RPT-F-REFUSED                PIC ZZZ,ZZ9.
004760
004770 01  RPT-FOOTER-10.
004780     05  FILLER                       PIC X(24)
004790             VALUE "MASTER NAMES REPLACED .".
004800     05  RPT-F-MASTER                 PIC ZZZ,ZZ9.
004810
004820 01  RPT-FOOTER-11.
004830     05  FILLER                       PIC X(24)
004840             VALUE "BACKLOG ENTRIES ERASED ".
004850     05  RPT-F-BACKLOG                PIC ZZZ,ZZ9.
004860
004870 01  RPT-FOOTER-12.
004880     05  FILLER                       PIC X(24)
004890             VALUE "DISPOSITIONS ERASED . .".
004900     05  RPT-F-DISPOSITIONS           PIC ZZZ,ZZ9.
004910
004920 01  RPT-FOOTER-13.
004930     05  FILLER                       PIC X(24)
004940             VALUE "LEDGER ENTRIES ERASED .".
004950     05  RPT-F-LEDGER                 PIC ZZZ,ZZ9.
004960
004970 01  RPT-FOOTER-14.
004980     05  FILLER                       PIC X(24)
004990             VALUE "LETTERS ERASED  . . . .".
005000     05  RPT-F-LETTERS                PIC ZZZ,ZZ9.
005010
005020 01  RPT-FOOTER-15.
005030     05  FILLER                       PIC X(24)
005040             VALUE "HISTORY ENTRIES WRITTEN".
005050     05  RPT-F-HISTORY                PIC ZZZ,ZZ9.
005060
005070 01  RPT-VERDICT-LINE                 PIC X(80).
005080
005090 PROCEDURE DIVISION.
005100
005110******************************************************************
005120* 0000-MAINLINE                                                 *
005130******************************************************************
005140 0000-MAINLINE.
005150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005160     PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT.
005170     PERFORM 2100-LOAD-HIRES THRU 2100-EXIT.
005180     PERFORM 2200-SWEEP-MASTER THRU 2200-EXIT.
005190     PERFORM 3000-CHECK-HISTORY THRU 3000-EXIT.
005200     PERFORM 3100-CHECK-ARCHIVE THRU 3100-EXIT.
005210     PERFORM 3200-CHECK-BOOKINGS THRU 3200-EXIT.
005220     PERFORM 3300-CHECK-BACKLOG THRU 3300-EXIT.
005230     PERFORM 3400-CHECK-LEDGER THRU 3400-EXIT.
005240     PERFORM 3500-CHECK-OFFERS THRU 3500-EXIT.
005250     PERFORM 4100-ERASE-BACKLOG THRU 4100-EXIT.
005260     PERFORM 4200-ERASE-DISPOSITIONS THRU 4200-EXIT.
005270     PERFORM 4300-ERASE-LEDGER THRU 4300-EXIT.
005280     PERFORM 4400-ERASE-LETTERS THRU 4400-EXIT.
005290     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
005300     PERFORM 4000-ERASE-MASTER THRU 4000-EXIT
005310         VARYING ET-IDX FROM 1 BY 1
005320         UNTIL ET-IDX IS GREATER THAN ET-COUNT.
005330     PERFORM 6000-WRITE-CERTIFICATE THRU 6000-EXIT
005340         VARYING ET-IDX FROM 1 BY 1
005350         UNTIL ET-IDX IS GREATER THAN ET-COUNT.
005360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005370     STOP RUN.
005380
005390******************************************************************
005400* 1000-INITIALIZE                                               *
005410*   The control record carries the retention period in months; *
005420*   the sweep cutoff is today less that period.  There is no    *
005430*   safe default for how long to keep personal data, so a       *
005440*   missing or unusable control record stops the run.          *
005450******************************************************************
005460 1000-INITIALIZE.
005470     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
005480     SET MAST-NAME-ERASED TO TRUE.
005490     MOVE MAST-CAND-NAME TO WK-ERASED-NAME.
005500
005510     OPEN INPUT ERASURE-CONTROL-FILE.
005520     IF NOT FS-CONTROL-OK
005530         DISPLAY "CANDERAS - ERASURE-CONTROL-FILE OPEN FAILED, "
005540                 "STATUS = " FS-ERASURE-CONTROL
005550         MOVE 16 TO RETURN-CODE
005560         STOP RUN
005570     END-IF.
005580     READ ERASURE-CONTROL-FILE
005590         AT END
005600             DISPLAY "CANDERAS - ERASURE-CONTROL-FILE IS EMPTY"
005610             MOVE 16 TO RETURN-CODE
005620             STOP RUN
005630     END-READ.
005640     CLOSE ERASURE-CONTROL-FILE.
005650
005660     IF ERC-RETENTION-MONTHS-X IS NOT NUMERIC
005670        OR ERC-RETENTION-MONTHS IS EQUAL TO ZERO
005680         DISPLAY "CANDERAS - INVALID RETENTION PERIOD: "
005690                 ERC-RETENTION-MONTHS-X
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF.
005730
005740     MOVE WK-TODAY TO WK-CUTOFF-DATE-N.
005750     DIVIDE ERC-RETENTION-MONTHS BY 12
005760         GIVING WK-RETENTION-YEARS
005770         REMAINDER WK-RETENTION-MONTHS.
005780     SUBTRACT WK-RETENTION-YEARS FROM WK-CUTOFF-YYYY.
005790     IF WK-CUTOFF-MM IS GREATER THAN WK-RETENTION-MONTHS
005800         SUBTRACT WK-RETENTION-MONTHS FROM WK-CUTOFF-MM
005810     ELSE
005820         ADD 12 TO WK-CUTOFF-MM
005830         SUBTRACT WK-RETENTION-MONTHS FROM WK-CUTOFF-MM
005840         SUBTRACT 1 FROM WK-CUTOFF-YYYY
005850     END-IF.
005860
005870     OPEN I-O CANDIDATE-MASTER-FILE.
005880     IF NOT FS-MASTER-OK
005890         DISPLAY "CANDERAS - CANDIDATE-MASTER-FILE OPEN "
005900                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF.
005940
005950     OPEN OUTPUT ERASURE-REPORT.
005960     IF NOT FS-ERAS-REPORT-OK
005970         DISPLAY "CANDERAS - ERASURE-REPORT OPEN FAILED, "
005980                 "STATUS = " FS-ERASURE-REPORT
005990         MOVE 16 TO RETURN-CODE
006000         STOP RUN
006010     END-IF.
006020
006030     PERFORM 1600-OPEN-RUN-CONTROL THRU 1600-EXIT.
006040
006050     MOVE WK-TODAY TO RPT-H-DATE.
006060     MOVE ERC-RETENTION-MONTHS TO RPT-H-MONTHS.
006070     MOVE WK-CUTOFF-DATE-N TO RPT-H-CUTOFF.
006080     WRITE REPORT-LINE FROM RPT-HEADING-1.
006090     WRITE REPORT-LINE FROM RPT-HEADING-2.
006100     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
006110     WRITE REPORT-LINE FROM RPT-HEADING-3.
006120
006130 1000-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* 1600-OPEN-RUN-CONTROL                                         *
006180*   Assigns this erasure run the next run number from the      *
006190*   run-control journal and appends its STARTED record (type   *
006200*   E - like a withdrawal run, it never blocks a normal run's  *
006210*   generation check).                                          *
006220******************************************************************
006230 1600-OPEN-RUN-CONTROL.
006240     OPEN INPUT RUN-CONTROL-FILE.
006250     IF FS-RUNCTL-NOT-FOUND
006260         GO TO 1600-ASSIGN
006270     END-IF.
006280     IF NOT FS-RUNCTL-OK
006290         DISPLAY "CANDERAS - RUN-CONTROL-FILE OPEN FAILED, "
006300                 "STATUS = " FS-RUN-CONTROL
006310         MOVE 16 TO RETURN-CODE
006320         STOP RUN
006330     END-IF.
006340
006350     PERFORM 1610-SCAN-ONE-RUNCTL THRU 1610-EXIT
006360         UNTIL RUN-CONTROL-EOF.
006370     CLOSE RUN-CONTROL-FILE.
006380
006390 1600-ASSIGN.
006400     COMPUTE WK-RUN-NUMBER = WK-MAX-RUN-NUMBER + 1.
006410
006420     OPEN EXTEND RUN-CONTROL-FILE.
006430     IF NOT FS-RUNCTL-OK
006440         CLOSE RUN-CONTROL-FILE
006450         OPEN OUTPUT RUN-CONTROL-FILE
006460     END-IF.
006470     MOVE SPACES TO RUNCTL-RECORD.
006480     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
006490     SET RUN-STARTED TO TRUE.
006500     SET RUN-TYPE-ERASURE TO TRUE.
006510     MOVE WK-TODAY TO RUN-EXTRACT-DATE.
006520     MOVE WK-TODAY TO RUN-EVENT-DATE.
006530     MOVE ZERO TO RUN-READ-COUNT RUN-PASS-COUNT RUN-FAIL-COUNT
006540                  RUN-REJECT-COUNT RUN-DUPL-COUNT.
006550     WRITE RUNCTL-RECORD.
006560     CLOSE RUN-CONTROL-FILE.
006570
006580     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
006590
006600 1600-EXIT.
006610     EXIT.
006620
006630 1610-SCAN-ONE-RUNCTL.
006640     READ RUN-CONTROL-FILE
006650         AT END
006660             SET RUN-CONTROL-EOF TO TRUE
006670             GO TO 1610-EXIT
006680     END-READ.
006690
006700     IF RUN-NUMBER-X IS NUMERIC
006710        AND RUN-NUMBER IS GREATER THAN WK-MAX-RUN-NUMBER
006720         MOVE RUN-NUMBER TO WK-MAX-RUN-NUMBER
006730     END-IF.
006740
006750 1610-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790* 2000-LOAD-REQUESTS                                            *
006800*   One candidate id per request line.  No request file just    *
006810*   means a sweep-only run.  An id asked for twice is taken     *
006820*   once.                                                       *
006830******************************************************************
006840 2000-LOAD-REQUESTS.
006850     OPEN INPUT ERASURE-REQUEST-FILE.
006860     IF FS-REQUEST-NOT-FOUND
006870         GO TO 2000-EXIT
006880     END-IF.
006890     IF NOT FS-REQUEST-OK
006900         DISPLAY "CANDERAS - ERASURE-REQUEST-FILE OPEN FAILED, "
006910                 "STATUS = " FS-ERASURE-REQUEST
006920         MOVE 16 TO RETURN-CODE
006930         STOP RUN
006940     END-IF.
006950
006960     PERFORM 2010-LOAD-ONE-REQUEST THRU 2010-EXIT
006970         UNTIL REQUEST-EOF.
006980     CLOSE ERASURE-REQUEST-FILE.
006990
007000 2000-EXIT.
007010     EXIT.
007020
007030 2010-LOAD-ONE-REQUEST.
007040     READ ERASURE-REQUEST-FILE
007050         AT END
007060             SET REQUEST-EOF TO TRUE
007070             GO TO 2010-EXIT
007080     END-READ.
007090     ADD 1 TO CT-REQUESTS-READ.
007100
007110     IF ERQ-CAND-ID IS EQUAL TO SPACES
007120         ADD 1 TO CT-REQUESTS-BLANK
007130         GO TO 2010-EXIT
007140     END-IF.
007150
007160     MOVE ERQ-CAND-ID TO WK-SEARCH-CAND-ID.
007170     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
007180     IF ERASE-FOUND
007190         ADD 1 TO CT-REQUESTS-REPEATED
007200         GO TO 2010-EXIT
007210     END-IF.
007220
007230     PERFORM 7100-ADD-ERASE-ENTRY THRU 7100-EXIT.
007240     SET ET-FROM-REQUEST (ET-COUNT) TO TRUE.
007250     ADD 1 TO CT-REQUESTS-TAKEN.
007260
007270 2010-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310* 2100-LOAD-HIRES                                               *
007320*   Every candidate the disposition journal shows as HIRE.      *
007330******************************************************************
007340 2100-LOAD-HIRES.
007350     OPEN INPUT DISPOSITION-FILE.
007360     IF FS-DISPOSITION-NOT-FOUND
007370         GO TO 2100-EXIT
007380     END-IF.
007390     IF NOT FS-DISPOSITION-OK
007400         DISPLAY "CANDERAS - DISPOSITION-FILE OPEN FAILED, "
007410                 "STATUS = " FS-DISPOSITION
007420         MOVE 16 TO RETURN-CODE
007430         STOP RUN
007440     END-IF.
007450
007460     PERFORM 2110-LOAD-ONE-HIRE THRU 2110-EXIT
007470         UNTIL DISPOSITION-EOF.
007480     CLOSE DISPOSITION-FILE.
007490
007500 2100-EXIT.
007510     EXIT.
007520
007530 2110-LOAD-ONE-HIRE.
007540     READ DISPOSITION-FILE
007550         AT END
007560             SET DISPOSITION-EOF TO TRUE
007570             GO TO 2110-EXIT
007580     END-READ.
007590
007600     IF IVD-DISPOSITION IS NOT EQUAL TO "HIRE"
007610         GO TO 2110-EXIT
007620     END-IF.
007630
007640     ADD 1 TO HI-COUNT.
007650     IF HI-COUNT IS GREATER THAN 5000
007660         DISPLAY "CANDERAS - HIRE-TABLE FULL AT 5000 ENTRIES"
007670         MOVE 16 TO RETURN-CODE
007680         STOP RUN
007690     END-IF.
007700     MOVE IVD-CAND-ID TO HI-CAND-ID (HI-COUNT).
007710
007720 2110-EXIT.
007730     EXIT.
007740
007750******************************************************************
007760* 2200-SWEEP-MASTER                                             *
007770*   One pass of the master.  A requested candidate picks up    *
007780*   its master details here.  Anyone else is due for the       *
007790*   sweep when the decision on the master is older than the    *
007800*   cutoff, the name is not already erased, and they were      *
007810*   never hired.  When the table fills, the sweep stops - the  *
007820*   rest are taken on the next run.                            *
007830******************************************************************
007840 2200-SWEEP-MASTER.
007850     MOVE LOW-VALUES TO MAST-CAND-ID.
007860     START CANDIDATE-MASTER-FILE
007870         KEY IS NOT LESS THAN MAST-CAND-ID
007880         INVALID KEY
007890             GO TO 2200-EXIT
007900     END-START.
007910
007920     PERFORM 2210-SWEEP-ONE-MASTER THRU 2210-EXIT
007930         UNTIL MASTER-EOF.
007940
007950 2200-EXIT.
007960     EXIT.
007970
007980 2210-SWEEP-ONE-MASTER.
007990     READ CANDIDATE-MASTER-FILE NEXT RECORD
008000         AT END
008010             SET MASTER-EOF TO TRUE
008020             GO TO 2210-EXIT
008030     END-READ.
008040
008050     MOVE MAST-CAND-ID TO WK-SEARCH-CAND-ID.
008060     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
008070     IF ERASE-FOUND
008080         MOVE ET-FOUND-IDX TO ET-IDX
008090         PERFORM 2220-NOTE-MASTER THRU 2220-EXIT
008100         GO TO 2210-EXIT
008110     END-IF.
008120
008130     IF SWEEP-CUT OR MAST-NAME-ERASED
008140         GO TO 2210-EXIT
008150     END-IF.
008160     MOVE MAST-DECISION-DATE TO WK-DECISION-DATE.
008170     IF WK-DECISION-DATE IS NOT LESS THAN WK-CUTOFF-DATE-N
008180         GO TO 2210-EXIT
008190     END-IF.
008200
008210     PERFORM 7200-FIND-HIRE THRU 7200-EXIT.
008220     IF HIRE-FOUND
008230         ADD 1 TO CT-SWEEP-HIRED
008240         GO TO 2210-EXIT
008250     END-IF.
008260
008270     IF ET-COUNT IS NOT LESS THAN 5000
008280         SET SWEEP-CUT TO TRUE
008290         DISPLAY "CANDERAS - ERASE-TABLE FULL AT 5000 ENTRIES, "
008300                 "SWEEP CONTINUES NEXT RUN"
008310         GO TO 2210-EXIT
008320     END-IF.
008330
008340     PERFORM 7100-ADD-ERASE-ENTRY THRU 7100-EXIT.
008350     SET ET-FROM-SWEEP (ET-COUNT) TO TRUE.
008360     ADD 1 TO CT-SWEEP-DUE.
008370     MOVE ET-COUNT TO ET-IDX.
008380     PERFORM 2220-NOTE-MASTER THRU 2220-EXIT.
008390
008400 2210-EXIT.
008410     EXIT.
008420
008430 2220-NOTE-MASTER.
008440     SET ET-ON-MASTER (ET-IDX) TO TRUE.
008450     MOVE MAST-STAGE1-RESULT TO ET-MASTER-RESULT (ET-IDX).
008460     MOVE MAST-POSITION TO ET-POSITION (ET-IDX).
008470
008480 2220-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520* 3000-CHECK-HISTORY                                            *
008530*   Counts each candidate's history entries for the            *
008540*   certificate - they are kept as they are, the layout holds  *
008550*   no name or birthdate.  A swept candidate with any entry    *
008560*   on or after the cutoff (a later stage, a re-application)   *
008570*   has a decision younger than the retention period and is   *
008580*   kept.  Earlier erasure entries are passed over.            *
008590******************************************************************
008600 3000-CHECK-HISTORY.
008610     SET HISTORY-PASS TO TRUE.
008620     OPEN INPUT SCREENING-HISTORY-FILE.
008630     IF FS-HISTORY-NOT-FOUND
008640         GO TO 3000-EXIT
008650     END-IF.
008660     IF NOT FS-HISTORY-OK
008670         DISPLAY "CANDERAS - SCREENING-HISTORY-FILE OPEN "
008680                 "FAILED, STATUS = " FS-SCREENING-HISTORY
008690         MOVE 16 TO RETURN-CODE
008700         STOP RUN
008710     END-IF.
008720
008730     PERFORM 3010-CHECK-ONE-HISTORY THRU 3010-EXIT
008740         UNTIL HISTORY-EOF.
008750     CLOSE SCREENING-HISTORY-FILE.
008760
008770 3000-EXIT.
008780     EXIT.
008790
008800 3010-CHECK-ONE-HISTORY.
008810     READ SCREENING-HISTORY-FILE
008820         AT END
008830             SET HISTORY-EOF TO TRUE
008840             GO TO 3010-EXIT
008850     END-READ.
008860
008870     PERFORM 3050-CHECK-HISTORY-ENTRY THRU 3050-EXIT.
008880
008890 3010-EXIT.
008900     EXIT.
008910
008920 3050-CHECK-HISTORY-ENTRY.
008930     IF HIST-STAGE-ERASURE
008940         GO TO 3050-EXIT
008950     END-IF.
008960
008970     MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID.
008980     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
008990     IF ERASE-NOT-FOUND
009000         GO TO 3050-EXIT
009010     END-IF.
009020
009030     IF ARCHIVE-PASS
009040         ADD 1 TO ET-CT-ARCHIVE (ET-FOUND-IDX)
009050     ELSE
009060         ADD 1 TO ET-CT-HISTORY (ET-FOUND-IDX)
009070     END-IF.
009080
009090     MOVE HIST-RUN-DATE TO WK-DECISION-DATE.
009100     IF ET-FROM-SWEEP (ET-FOUND-IDX)
009110        AND ET-TO-ERASE (ET-FOUND-IDX)
009120        AND WK-DECISION-DATE IS NOT LESS THAN WK-CUTOFF-DATE-N
009130         SET ET-DROPPED (ET-FOUND-IDX) TO TRUE
009140         ADD 1 TO CT-SWEEP-RECENT
009150     END-IF.
009160
009170 3050-EXIT.
009180     EXIT.
009190
009200******************************************************************
009210* 3100-CHECK-ARCHIVE                                            *
009220*   The same check over the archived history generations the   *
009230*   JCL concatenates.  No archive on file just means nothing   *
009240*   was purged yet.                                            *
009250******************************************************************
009260 3100-CHECK-ARCHIVE.
009270     SET ARCHIVE-PASS TO TRUE.
009280     OPEN INPUT ARCHIVE-HISTORY-FILE.
009290     IF FS-ARCHIVE-NOT-FOUND
009300         GO TO 3100-EXIT
009310     END-IF.
009320     IF NOT FS-ARCHIVE-OK
009330         DISPLAY "CANDERAS - ARCHIVE-HISTORY-FILE OPEN "
009340                 "FAILED, STATUS = " FS-ARCHIVE-HISTORY
009350         MOVE 16 TO RETURN-CODE
009360         STOP RUN
009370     END-IF.
009380
009390     PERFORM 3110-CHECK-ONE-ARCHIVE THRU 3110-EXIT
009400         UNTIL ARCHIVE-EOF.
009410     CLOSE ARCHIVE-HISTORY-FILE.
009420
009430 3100-EXIT.
009440     EXIT.
009450
009460 3110-CHECK-ONE-ARCHIVE.
009470     READ ARCHIVE-HISTORY-FILE
009480         AT END
009490             SET ARCHIVE-EOF TO TRUE
009500             GO TO 3110-EXIT
009510     END-READ.
009520
009530     MOVE ARCHIVE-HISTORY-LINE TO HIST-RECORD.
009540     PERFORM 3050-CHECK-HISTORY-ENTRY THRU 3050-EXIT.
009550
009560 3110-EXIT.
009570     EXIT.
009580
009590******************************************************************
009600* 3200-CHECK-BOOKINGS                                           *
009610*   The assignment journal holds only open bookings - anyone   *
009620*   on it is refused until INTVRSLT settles the booking.       *
009630******************************************************************
009640 3200-CHECK-BOOKINGS.
009650     OPEN INPUT INTERVIEW-ASSIGN-FILE.
009660     IF FS-ASSIGN-NOT-FOUND
009670         GO TO 3200-EXIT
009680     END-IF.
009690     IF NOT FS-ASSIGN-OK
009700         DISPLAY "CANDERAS - INTERVIEW-ASSIGN-FILE OPEN "
009710                 "FAILED, STATUS = " FS-INTERVIEW-ASSIGN
009720         MOVE 16 TO RETURN-CODE
009730         STOP RUN
009740     END-IF.
009750
009760     PERFORM 3210-CHECK-ONE-BOOKING THRU 3210-EXIT
009770         UNTIL ASSIGN-EOF.
009780     CLOSE INTERVIEW-ASSIGN-FILE.
009790
009800 3200-EXIT.
009810     EXIT.
009820
009830 3210-CHECK-ONE-BOOKING.
009840     READ INTERVIEW-ASSIGN-FILE
009850         AT END
009860             SET ASSIGN-EOF TO TRUE
009870             GO TO 3210-EXIT
009880     END-READ.
009890
009900     MOVE IVA-CAND-ID TO WK-SEARCH-CAND-ID.
009910     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
009920     IF ERASE-FOUND
009930         MOVE "OPEN INTERVIEW BOOKING" TO WK-REFUSAL
009940         PERFORM 7300-REFUSE-ENTRY THRU 7300-EXIT
009950     END-IF.
009960
009970 3210-EXIT.
009980     EXIT.
009990
010000******************************************************************
010010* 3300-CHECK-BACKLOG                                            *
010020*   A candidate waiting on the backlog will be booked by the   *
010030*   next scheduling run, so they are refused the same as an    *
010040*   open booking - unless the master shows them withdrawn,     *
010050*   which INTSCHED drops from the backlog anyway.  Those are   *
010060*   erased where they stand.                                   *
010070******************************************************************
010080 3300-CHECK-BACKLOG.
010090     OPEN INPUT INTERVIEW-BACKLOG-FILE.
010100     IF FS-BACKLOG-NOT-FOUND
010110         GO TO 3300-EXIT
010120     END-IF.
010130     IF NOT FS-BACKLOG-OK
010140         DISPLAY "CANDERAS - INTERVIEW-BACKLOG-FILE OPEN "
010150                 "FAILED, STATUS = " FS-INTERVIEW-BACKLOG
010160         MOVE 16 TO RETURN-CODE
010170         STOP RUN
010180     END-IF.
010190
010200     PERFORM 3310-CHECK-ONE-BACKLOG THRU 3310-EXIT
010210         UNTIL BACKLOG-EOF.
010220     CLOSE INTERVIEW-BACKLOG-FILE.
010230
010240 3300-EXIT.
010250     EXIT.
010260
010270 3310-CHECK-ONE-BACKLOG.
010280     READ INTERVIEW-BACKLOG-FILE
010290         AT END
010300             SET BACKLOG-EOF TO TRUE
010310             GO TO 3310-EXIT
010320     END-READ.
010330
010340     MOVE BKL-CANDIDATE TO CANDIDATE-RECORD.
010350     MOVE CAND-ID TO WK-SEARCH-CAND-ID.
010360     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
010370     IF ERASE-NOT-FOUND
010380         GO TO 3310-EXIT
010390     END-IF.
010400
010410     IF ET-MASTER-RESULT (ET-FOUND-IDX) IS NOT EQUAL TO "WDRN"
010420         MOVE "AWAITING INTERVIEW" TO WK-REFUSAL
010430         PERFORM 7300-REFUSE-ENTRY THRU 7300-EXIT
010440     END-IF.
010450
010460 3310-EXIT.
010470     EXIT.
010480
010490******************************************************************
010500* 3400-CHECK-LEDGER                                             *
010510*   A ledger entry neither accepted by the ATS nor settled by  *
010520*   a withdrawal is a transmission still unacknowledged - the  *
010530*   ATS may yet answer for it, so the candidate is refused.    *
010540******************************************************************
010550 3400-CHECK-LEDGER.
010560     OPEN INPUT ATS-LEDGER-FILE.
010570     IF FS-LEDGER-NOT-FOUND
010580         GO TO 3400-EXIT
010590     END-IF.
010600     IF NOT FS-LEDGER-OK
010610         DISPLAY "CANDERAS - ATS-LEDGER-FILE OPEN FAILED, "
010620                 "STATUS = " FS-ATS-LEDGER
010630         MOVE 16 TO RETURN-CODE
010640         STOP RUN
010650     END-IF.
010660
010670     PERFORM 3410-CHECK-ONE-LEDGER THRU 3410-EXIT
010680         UNTIL LEDGER-EOF.
010690     CLOSE ATS-LEDGER-FILE.
010700
010710 3400-EXIT.
010720     EXIT.
010730
010740 3410-CHECK-ONE-LEDGER.
010750     READ ATS-LEDGER-FILE
010760         AT END
010770             SET LEDGER-EOF TO TRUE
010780             GO TO 3410-EXIT
010790     END-READ.
010800
010810     IF LDG-ACCEPTED OR LDG-WITHDRAWN
010820         GO TO 3410-EXIT
010830     END-IF.
010840
010850     MOVE LDG-CAND-ID TO WK-SEARCH-CAND-ID.
010860     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
010870     IF ERASE-FOUND
010880         MOVE "ATS NOT ACKNOWLEDGED" TO WK-REFUSAL
010890         PERFORM 7300-REFUSE-ENTRY THRU 7300-EXIT
010900     END-IF.
010910
010920 3410-EXIT.
010930     EXIT.
010940
010950******************************************************************
010960* 3500-CHECK-OFFERS                                             *
010970*   An offer still open may yet be accepted, and OFFRPROC then  *
010980*   sends the name from the master to HRIS on the new-hire      *
010990*   feed - the candidate is refused until the offer is          *
011000*   settled.  No offer file just means no offer was made yet.   *
011010******************************************************************
011020 3500-CHECK-OFFERS.
011030     OPEN INPUT OFFER-FILE.
011040     IF FS-OFFER-NOT-FOUND
011050         GO TO 3500-EXIT
011060     END-IF.
011070     IF NOT FS-OFFER-OK
011080         DISPLAY "CANDERAS - OFFER-FILE OPEN FAILED, "
011090                 "STATUS = " FS-OFFER-FILE
011100         MOVE 16 TO RETURN-CODE
011110         STOP RUN
011120     END-IF.
011130
011140     PERFORM 3510-CHECK-ONE-OFFER THRU 3510-EXIT
011150         UNTIL OFFER-EOF.
011160     CLOSE OFFER-FILE.
011170
011180 3500-EXIT.
011190     EXIT.
011200
011210 3510-CHECK-ONE-OFFER.
011220     READ OFFER-FILE
011230         AT END
011240             SET OFFER-EOF TO TRUE
011250             GO TO 3510-EXIT
011260     END-READ.
011270
011280     IF NOT OFR-STATUS-OPEN
011290         GO TO 3510-EXIT
011300     END-IF.
011310
011320     MOVE OFR-CAND-ID TO WK-SEARCH-CAND-ID.
011330     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
011340     IF ERASE-FOUND
011350         MOVE "OPEN OFFER" TO WK-REFUSAL
011360         PERFORM 7300-REFUSE-ENTRY THRU 7300-EXIT
011370     END-IF.
011380
011390 3510-EXIT.
011400     EXIT.
011410
011420******************************************************************
011430* 4000-ERASE-MASTER                                             *
011440*   Only the name changes - age, decision date, result and     *
011450*   position stay, so re-application checks and every figure   *
011460*   built from the master come out as before.  Done last: the   *
011470*   master is the one file changed in place, and an erased      *
011480*   name is what keeps the sweep from taking a candidate        *
011490*   again.                                                      *
011500******************************************************************
011510 4000-ERASE-MASTER.
011520     IF NOT ET-TO-ERASE (ET-IDX)
011530        OR NOT ET-ON-MASTER (ET-IDX)
011540         GO TO 4000-EXIT
011550     END-IF.
011560
011570     MOVE ET-CAND-ID (ET-IDX) TO MAST-CAND-ID.
011580     READ CANDIDATE-MASTER-FILE
011590         INVALID KEY
011600             GO TO 4000-EXIT
011610     END-READ.
011620     IF MAST-NAME-ERASED
011630         GO TO 4000-EXIT
011640     END-IF.
011650
011660     SET MAST-NAME-ERASED TO TRUE.
011670     REWRITE MASTER-RECORD.
011680     ADD 1 TO ET-CT-MASTER (ET-IDX).
011690     ADD 1 TO CT-MASTER-ERASED.
011700
011710 4000-EXIT.
011720     EXIT.
011730
011740******************************************************************
011750* 4100-ERASE-BACKLOG                                            *
011760*   Copies the backlog to BKLGNEW, in order, with the name and *
011770*   birthdate of every candidate being erased cleared.          *
011780******************************************************************
011790 4100-ERASE-BACKLOG.
011800     OPEN OUTPUT NEW-BACKLOG-FILE.
011810     IF NOT FS-NEW-BACKLOG-OK
011820         DISPLAY "CANDERAS - NEW-BACKLOG-FILE OPEN FAILED, "
011830                 "STATUS = " FS-NEW-BACKLOG
011840         MOVE 16 TO RETURN-CODE
011850         STOP RUN
011860     END-IF.
011870
011880     MOVE "N" TO SW-BACKLOG-EOF.
011890     OPEN INPUT INTERVIEW-BACKLOG-FILE.
011900     IF FS-BACKLOG-NOT-FOUND
011910         GO TO 4100-CLOSE
011920     END-IF.
011930
011940     PERFORM 4110-ERASE-ONE-BACKLOG THRU 4110-EXIT
011950         UNTIL BACKLOG-EOF.
011960     CLOSE INTERVIEW-BACKLOG-FILE.
011970
011980 4100-CLOSE.
011990     CLOSE NEW-BACKLOG-FILE.
012000
012010 4100-EXIT.
012020     EXIT.
012030
012040 4110-ERASE-ONE-BACKLOG.
012050     READ INTERVIEW-BACKLOG-FILE
012060         AT END
012070             SET BACKLOG-EOF TO TRUE
012080             GO TO 4110-EXIT
012090     END-READ.
012100
012110     MOVE BKL-CANDIDATE TO CANDIDATE-RECORD.
012120     MOVE CAND-ID TO WK-SEARCH-CAND-ID.
012130     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
012140     IF ERASE-FOUND
012150         IF ET-TO-ERASE (ET-FOUND-IDX)
012160             MOVE WK-ERASED-NAME TO CAND-NAME
012170             MOVE ZERO TO CAND-BIRTH-DATE
012180             MOVE CANDIDATE-RECORD TO BKL-CANDIDATE
012190             ADD 1 TO ET-CT-BACKLOG (ET-FOUND-IDX)
012200             ADD 1 TO CT-BACKLOG-ERASED
012210         END-IF
012220     END-IF.
012230
012240     WRITE NEW-BACKLOG-LINE FROM BACKLOG-RECORD.
012250
012260 4110-EXIT.
012270     EXIT.
012280
012290******************************************************************
012300* 4200-ERASE-DISPOSITIONS                                       *
012310*   Copies the disposition journal to DISPNEW with the names   *
012320*   replaced.  Disposition, dates and interviewer stay.        *
012330******************************************************************
012340 4200-ERASE-DISPOSITIONS.
012350     OPEN OUTPUT NEW-DISPOSITION-FILE.
012360     IF NOT FS-NEW-DISPOSITION-OK
012370         DISPLAY "CANDERAS - NEW-DISPOSITION-FILE OPEN FAILED, "
012380                 "STATUS = " FS-NEW-DISPOSITION
012390         MOVE 16 TO RETURN-CODE
012400         STOP RUN
012410     END-IF.
012420
012430     MOVE "N" TO SW-DISPOSITION-EOF.
012440     OPEN INPUT DISPOSITION-FILE.
012450     IF FS-DISPOSITION-NOT-FOUND
012460         GO TO 4200-CLOSE
012470     END-IF.
012480
012490     PERFORM 4210-ERASE-ONE-DISPOSITION THRU 4210-EXIT
012500         UNTIL DISPOSITION-EOF.
012510     CLOSE DISPOSITION-FILE.
012520
012530 4200-CLOSE.
012540     CLOSE NEW-DISPOSITION-FILE.
012550
012560 4200-EXIT.
012570     EXIT.
012580
012590 4210-ERASE-ONE-DISPOSITION.
012600     READ DISPOSITION-FILE
012610         AT END
012620             SET DISPOSITION-EOF TO TRUE
012630             GO TO 4210-EXIT
012640     END-READ.
012650
012660     MOVE IVD-CAND-ID TO WK-SEARCH-CAND-ID.
012670     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
012680     IF ERASE-FOUND
012690         IF ET-TO-ERASE (ET-FOUND-IDX)
012700             MOVE WK-ERASED-NAME TO IVD-CAND-NAME
012710             ADD 1 TO ET-CT-DISPOSITION (ET-FOUND-IDX)
012720             ADD 1 TO CT-DISPOSITIONS-ERASED
012730         END-IF
012740     END-IF.
012750
012760     WRITE NEW-DISPOSITION-LINE FROM DISPOSITION-RECORD.
012770
012780 4210-EXIT.
012790     EXIT.
012800
012810******************************************************************
012820* 4300-ERASE-LEDGER                                             *
012830*   Copies the ATS ledger to LDGNEW with the names replaced.   *
012840*   Only settled entries can belong to a candidate being       *
012850*   erased - an open one refused them above.                   *
012860******************************************************************
012870 4300-ERASE-LEDGER.
012880     OPEN OUTPUT NEW-LEDGER-FILE.
012890     IF NOT FS-NEW-LEDGER-OK
012900         DISPLAY "CANDERAS - NEW-LEDGER-FILE OPEN FAILED, "
012910                 "STATUS = " FS-NEW-LEDGER
012920         MOVE 16 TO RETURN-CODE
012930         STOP RUN
012940     END-IF.
012950
012960     MOVE "N" TO SW-LEDGER-EOF.
012970     OPEN INPUT ATS-LEDGER-FILE.
012980     IF FS-LEDGER-NOT-FOUND
012990         GO TO 4300-CLOSE
013000     END-IF.
013010
013020     PERFORM 4310-ERASE-ONE-LEDGER THRU 4310-EXIT
013030         UNTIL LEDGER-EOF.
013040     CLOSE ATS-LEDGER-FILE.
013050
013060 4300-CLOSE.
013070     CLOSE NEW-LEDGER-FILE.
013080
013090 4300-EXIT.
013100     EXIT.
013110
013120 4310-ERASE-ONE-LEDGER.
013130     READ ATS-LEDGER-FILE
013140         AT END
013150             SET LEDGER-EOF TO TRUE
013160             GO TO 4310-EXIT
013170     END-READ.
013180
013190     MOVE LDG-CAND-ID TO WK-SEARCH-CAND-ID.
013200     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
013210     IF ERASE-FOUND
013220         IF ET-TO-ERASE (ET-FOUND-IDX)
013230             MOVE WK-ERASED-NAME TO LDG-CAND-NAME
013240             ADD 1 TO ET-CT-LEDGER (ET-FOUND-IDX)
013250             ADD 1 TO CT-LEDGER-ERASED
013260         END-IF
013270     END-IF.
013280
013290     WRITE NEW-LEDGER-LINE FROM LEDGER-RECORD.
013300
013310 4310-EXIT.
013320     EXIT.
013330
013340******************************************************************
013350* 4400-ERASE-LETTERS                                            *
013360*   Copies every letter generation the JCL concatenates to     *
013370*   LTRNEW.  The name appears only on a letter's TO line,      *
013380*   beside the candidate id in brackets.                       *
013390******************************************************************
013400 4400-ERASE-LETTERS.
013410     OPEN OUTPUT NEW-LETTER-FILE.
013420     IF NOT FS-NEW-LETTER-OK
013430         DISPLAY "CANDERAS - NEW-LETTER-FILE OPEN FAILED, "
013440                 "STATUS = " FS-NEW-LETTER
013450         MOVE 16 TO RETURN-CODE
013460         STOP RUN
013470     END-IF.
013480
013490     OPEN INPUT LETTER-FILE.
013500     IF FS-LETTER-NOT-FOUND
013510         GO TO 4400-CLOSE
013520     END-IF.
013530     IF NOT FS-LETTER-OK
013540         DISPLAY "CANDERAS - LETTER-FILE OPEN FAILED, "
013550                 "STATUS = " FS-LETTER-FILE
013560         MOVE 16 TO RETURN-CODE
013570         STOP RUN
013580     END-IF.
013590
013600     PERFORM 4410-ERASE-ONE-LETTER-LINE THRU 4410-EXIT
013610         UNTIL LETTER-EOF.
013620     CLOSE LETTER-FILE.
013630
013640 4400-CLOSE.
013650     CLOSE NEW-LETTER-FILE.
013660
013670 4400-EXIT.
013680     EXIT.
013690
013700 4410-ERASE-ONE-LETTER-LINE.
013710     READ LETTER-FILE
013720         AT END
013730             SET LETTER-EOF TO TRUE
013740             GO TO 4410-EXIT
013750     END-READ.
013760
013770     MOVE LETTER-LINE TO WK-LETTER-LINE.
013780     IF NOT WL-TO-CAPTION
013790        OR WL-OPEN IS NOT EQUAL TO " ("
013800        OR WL-CLOSE IS NOT EQUAL TO ")"
013810         GO TO 4410-WRITE
013820     END-IF.
013830
013840     MOVE WL-CAND-ID TO WK-SEARCH-CAND-ID.
013850     PERFORM 7000-FIND-ERASE-ENTRY THRU 7000-EXIT.
013860     IF ERASE-FOUND
013870         IF ET-TO-ERASE (ET-FOUND-IDX)
013880             MOVE WK-ERASED-NAME TO WL-NAME
013890             MOVE WK-LETTER-LINE TO LETTER-LINE
013900             ADD 1 TO ET-CT-LETTER (ET-FOUND-IDX)
013910             ADD 1 TO CT-LETTERS-ERASED
013920         END-IF
013930     END-IF.
013940
013950 4410-WRITE.
013960     WRITE NEW-LETTER-LINE FROM LETTER-LINE.
013970
013980 4410-EXIT.
013990     EXIT.
014000
014010******************************************************************
014020* 5000-WRITE-HISTORY                                            *
014030*   One stage-E entry per candidate erased, so the audit trail *
014040*   shows when, by which run and on what grounds.  Age is     *
014050*   zero - the entry records no decision and every report     *
014060*   that counts decisions passes it over.                     *
014070******************************************************************
014080 5000-WRITE-HISTORY.
014090     OPEN EXTEND SCREENING-HISTORY-FILE.
014100     IF NOT FS-HISTORY-OK
014110         DISPLAY "CANDERAS - SCREENING-HISTORY-FILE EXTEND "
014120                 "FAILED, STATUS = " FS-SCREENING-HISTORY
014130         MOVE 16 TO RETURN-CODE
014140         STOP RUN
014150     END-IF.
014160
014170     PERFORM 5010-WRITE-ONE-HISTORY THRU 5010-EXIT
014180         VARYING ET-IDX FROM 1 BY 1
014190         UNTIL ET-IDX IS GREATER THAN ET-COUNT.
014200     CLOSE SCREENING-HISTORY-FILE.
014210
014220 5000-EXIT.
014230     EXIT.
014240
014250 5010-WRITE-ONE-HISTORY.
014260     IF NOT ET-TO-ERASE (ET-IDX)
014270         GO TO 5010-EXIT
014280     END-IF.
014290
014300     MOVE SPACES TO HIST-RECORD.
014310     MOVE WK-TODAY TO HIST-RUN-DATE.
014320     MOVE WK-RUN-NUMBER TO HIST-RUN-NUMBER.
014330     MOVE ET-CAND-ID (ET-IDX) TO HIST-CAND-ID.
014340     MOVE ZERO TO HIST-AGE.
014350     SET HIST-RESULT-ERASED TO TRUE.
014360     SET HIST-STAGE-ERASURE TO TRUE.
014370     MOVE ET-POSITION (ET-IDX) TO HIST-POSITION.
014380     IF ET-FROM-REQUEST (ET-IDX)
014390         MOVE "ERASURE REQUEST" TO HIST-REJECT-REASON
014400     ELSE
014410         MOVE "RETENTION SWEEP" TO HIST-REJECT-REASON
014420     END-IF.
014430     WRITE HIST-RECORD.
014440     ADD 1 TO CT-HISTORY-WRITTEN.
014450     ADD 1 TO CT-ERASED.
014460
014470 5010-EXIT.
014480     EXIT.
014490
014500******************************************************************
014510* 6000-WRITE-CERTIFICATE                                        *
014520*   One block per candidate: the outcome, then every file that *
014530*   held them and what was done there.  Swept candidates kept  *
014540*   for recent history are counted in the footer only.         *
014550******************************************************************
014560 6000-WRITE-CERTIFICATE.
014570     IF ET-DROPPED (ET-IDX)
014580         GO TO 6000-EXIT
014590     END-IF.
014600
014610     MOVE SPACES TO RPT-D-SOURCE RPT-D-OUTCOME RPT-D-REFUSAL.
014620     MOVE ET-CAND-ID (ET-IDX) TO RPT-D-ID.
014630     IF ET-FROM-REQUEST (ET-IDX)
014640         MOVE "REQUEST" TO RPT-D-SOURCE
014650     ELSE
014660         MOVE "SWEEP" TO RPT-D-SOURCE
014670     END-IF.
014680
014690     IF ET-REFUSED (ET-IDX)
014700         MOVE "REFUSED -" TO RPT-D-OUTCOME
014710         MOVE ET-REFUSAL (ET-IDX) TO RPT-D-REFUSAL
014720         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
014730         GO TO 6000-EXIT
014740     END-IF.
014750
014760     MOVE "ERASED" TO RPT-D-OUTCOME.
014770     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
014780
014790     IF ET-CT-MASTER (ET-IDX) IS GREATER THAN ZERO
014800         MOVE "CANDMAST" TO RPT-FL-FILE
014810         MOVE ET-CT-MASTER (ET-IDX) TO RPT-FL-COUNT
014820         MOVE "NAME REPLACED" TO RPT-FL-ACTION
014830         WRITE REPORT-LINE FROM RPT-FILE-LINE
014840     END-IF.
014850     IF ET-CT-BACKLOG (ET-IDX) IS GREATER THAN ZERO
014860         MOVE "INTVBKLG" TO RPT-FL-FILE
014870         MOVE ET-CT-BACKLOG (ET-IDX) TO RPT-FL-COUNT
014880         MOVE "NAME REPLACED, BIRTHDATE CLEARED"
014890             TO RPT-FL-ACTION
014900         WRITE REPORT-LINE FROM RPT-FILE-LINE
014910     END-IF.
014920     IF ET-CT-DISPOSITION (ET-IDX) IS GREATER THAN ZERO
014930         MOVE "INTVDISP" TO RPT-FL-FILE
014940         MOVE ET-CT-DISPOSITION (ET-IDX) TO RPT-FL-COUNT
014950         MOVE "NAME REPLACED" TO RPT-FL-ACTION
014960         WRITE REPORT-LINE FROM RPT-FILE-LINE
014970     END-IF.
014980     IF ET-CT-LEDGER (ET-IDX) IS GREATER THAN ZERO
014990         MOVE "ATSLEDG" TO RPT-FL-FILE
015000         MOVE ET-CT-LEDGER (ET-IDX) TO RPT-FL-COUNT
015010         MOVE "NAME REPLACED" TO RPT-FL-ACTION
015020         WRITE REPORT-LINE FROM RPT-FILE-LINE
015030     END-IF.
015040     IF ET-CT-LETTER (ET-IDX) IS GREATER THAN ZERO
015050         MOVE "LTRFILE" TO RPT-FL-FILE
015060         MOVE ET-CT-LETTER (ET-IDX) TO RPT-FL-COUNT
015070         MOVE "NAME REPLACED ON LETTER" TO RPT-FL-ACTION
015080         WRITE REPORT-LINE FROM RPT-FILE-LINE
015090     END-IF.
015100     IF ET-CT-ARCHIVE (ET-IDX) IS GREATER THAN ZERO
015110         MOVE "HISTARCH" TO RPT-FL-FILE
015120         MOVE ET-CT-ARCHIVE (ET-IDX) TO RPT-FL-COUNT
015130         MOVE "ENTRIES KEPT - NO NAME OR BIRTHDATE HELD"
015140             TO RPT-FL-ACTION
015150         WRITE REPORT-LINE FROM RPT-FILE-LINE
015160     END-IF.
015170     IF ET-CT-HISTORY (ET-IDX) IS GREATER THAN ZERO
015180         MOVE "SCRNHIST" TO RPT-FL-FILE
015190         MOVE ET-CT-HISTORY (ET-IDX) TO RPT-FL-COUNT
015200         MOVE "ENTRIES KEPT - NO NAME OR BIRTHDATE HELD"
015210             TO RPT-FL-ACTION
015220         WRITE REPORT-LINE FROM RPT-FILE-LINE
015230     END-IF.
015240     MOVE "SCRNHIST" TO RPT-FL-FILE.
015250     MOVE 1 TO RPT-FL-COUNT.
015260     MOVE "ERASURE ENTRY WRITTEN" TO RPT-FL-ACTION.
015270     WRITE REPORT-LINE FROM RPT-FILE-LINE.
015280
015290 6000-EXIT.
015300     EXIT.
015310
015320******************************************************************
015330* 7000-FIND-ERASE-ENTRY                                         *
015340*   Serial search of ERASE-TABLE for WK-SEARCH-CAND-ID.         *
015350******************************************************************
015360 7000-FIND-ERASE-ENTRY.
015370     SET ERASE-NOT-FOUND TO TRUE.
015380     MOVE ZERO TO ET-FOUND-IDX.
015390     PERFORM 7010-MATCH-ERASE-ENTRY THRU 7010-EXIT
015400         VARYING ET-IDX FROM 1 BY 1
015410         UNTIL ET-IDX IS GREATER THAN ET-COUNT
015420            OR ERASE-FOUND.
015430
015440 7000-EXIT.
015450     EXIT.
015460
015470 7010-MATCH-ERASE-ENTRY.
015480     IF ET-CAND-ID (ET-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
015490         SET ERASE-FOUND TO TRUE
015500         MOVE ET-IDX TO ET-FOUND-IDX
015510     END-IF.
015520
015530 7010-EXIT.
015540     EXIT.
015550
015560******************************************************************
015570* 7100-ADD-ERASE-ENTRY                                          *
015580*   Adds WK-SEARCH-CAND-ID to the table, to be erased unless a *
015590*   later check refuses or keeps them.                         *
015600******************************************************************
015610 7100-ADD-ERASE-ENTRY.
015620     ADD 1 TO ET-COUNT.
015630     IF ET-COUNT IS GREATER THAN 5000
015640         DISPLAY "CANDERAS - ERASE-TABLE FULL AT 5000 ENTRIES"
015650         MOVE 16 TO RETURN-CODE
015660         STOP RUN
015670     END-IF.
015680
015690     MOVE WK-SEARCH-CAND-ID TO ET-CAND-ID (ET-COUNT).
015700     SET ET-TO-ERASE (ET-COUNT) TO TRUE.
015710     MOVE SPACES TO ET-REFUSAL (ET-COUNT).
015720     MOVE "N" TO ET-MASTER-SWITCH (ET-COUNT).
015730     MOVE SPACES TO ET-MASTER-RESULT (ET-COUNT).
015740     MOVE SPACES TO ET-POSITION (ET-COUNT).
015750     MOVE ZERO TO ET-CT-MASTER (ET-COUNT)
015760                  ET-CT-BACKLOG (ET-COUNT)
015770                  ET-CT-DISPOSITION (ET-COUNT)
015780                  ET-CT-LEDGER (ET-COUNT)
015790                  ET-CT-LETTER (ET-COUNT)
015800                  ET-CT-ARCHIVE (ET-COUNT)
015810                  ET-CT-HISTORY (ET-COUNT).
015820
015830 7100-EXIT.
015840     EXIT.
015850
015860******************************************************************
015870* 7200-FIND-HIRE                                                *
015880*   Serial search of HIRE-TABLE for WK-SEARCH-CAND-ID.          *
015890******************************************************************
015900 7200-FIND-HIRE.
015910     SET HIRE-NOT-FOUND TO TRUE.
015920     PERFORM 7210-MATCH-HIRE THRU 7210-EXIT
015930         VARYING HI-IDX FROM 1 BY 1
015940         UNTIL HI-IDX IS GREATER THAN HI-COUNT
015950            OR HIRE-FOUND.
015960
015970 7200-EXIT.
015980     EXIT.
015990
016000 7210-MATCH-HIRE.
016010     IF HI-CAND-ID (HI-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
016020         SET HIRE-FOUND TO TRUE
016030     END-IF.
016040
016050 7210-EXIT.
016060     EXIT.
016070
016080******************************************************************
016090* 7300-REFUSE-ENTRY                                             *
016100*   Refuses the candidate at ET-FOUND-IDX with the reason in   *
016110*   WK-REFUSAL.  The first reason found stands; a swept        *
016120*   candidate already kept for recent history stays kept.      *
016130******************************************************************
016140 7300-REFUSE-ENTRY.
016150     IF NOT ET-TO-ERASE (ET-FOUND-IDX)
016160         GO TO 7300-EXIT
016170     END-IF.
016180
016190     SET ET-REFUSED (ET-FOUND-IDX) TO TRUE.
016200     MOVE WK-REFUSAL TO ET-REFUSAL (ET-FOUND-IDX).
016210     ADD 1 TO CT-REFUSED.
016220
016230 7300-EXIT.
016240     EXIT.
016250
016260******************************************************************
016270* 9000-TERMINATE                                                *
016280*   Every candidate taken on - requested or swept - is either  *
016290*   erased, refused, or kept for recent history; the footer    *
016300*   proves it before the JCL copies anything back.             *
016310******************************************************************
016320 9000-TERMINATE.
016330     MOVE CT-REQUESTS-READ TO RPT-F-REQUESTS.
016340     MOVE CT-REQUESTS-BLANK TO RPT-F-BLANK.
016350     MOVE CT-REQUESTS-REPEATED TO RPT-F-REPEATED.
016360     MOVE CT-REQUESTS-TAKEN TO RPT-F-TAKEN.
016370     MOVE CT-SWEEP-DUE TO RPT-F-SWEEP.
016380     MOVE CT-SWEEP-HIRED TO RPT-F-HIRED.
016390     MOVE CT-SWEEP-RECENT TO RPT-F-RECENT.
016400     MOVE CT-ERASED TO RPT-F-ERASED.
016410     MOVE CT-REFUSED TO RPT-F-REFUSED.
016420     MOVE CT-MASTER-ERASED TO RPT-F-MASTER.
016430     MOVE CT-BACKLOG-ERASED TO RPT-F-BACKLOG.
016440     MOVE CT-DISPOSITIONS-ERASED TO RPT-F-DISPOSITIONS.
016450     MOVE CT-LEDGER-ERASED TO RPT-F-LEDGER.
016460     MOVE CT-LETTERS-ERASED TO RPT-F-LETTERS.
016470     MOVE CT-HISTORY-WRITTEN TO RPT-F-HISTORY.
016480     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
016490     WRITE REPORT-LINE FROM RPT-FOOTER-1.
016500     WRITE REPORT-LINE FROM RPT-FOOTER-2.
016510     WRITE REPORT-LINE FROM RPT-FOOTER-3.
016520     WRITE REPORT-LINE FROM RPT-FOOTER-4.
016530     WRITE REPORT-LINE FROM RPT-FOOTER-5.
016540     WRITE REPORT-LINE FROM RPT-FOOTER-6.
016550     WRITE REPORT-LINE FROM RPT-FOOTER-7.
016560     WRITE REPORT-LINE FROM RPT-FOOTER-8.
016570     WRITE REPORT-LINE FROM RPT-FOOTER-9.
016580     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
016590     WRITE REPORT-LINE FROM RPT-FOOTER-10.
016600     WRITE REPORT-LINE FROM RPT-FOOTER-11.
016610     WRITE REPORT-LINE FROM RPT-FOOTER-12.
016620     WRITE REPORT-LINE FROM RPT-FOOTER-13.
016630     WRITE REPORT-LINE FROM RPT-FOOTER-14.
016640     WRITE REPORT-LINE FROM RPT-FOOTER-15.
016650     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
016660
016670     IF SWEEP-CUT
016680         MOVE "SWEEP STOPPED AT 5000 - REST ON THE NEXT RUN"
016690             TO RPT-VERDICT-LINE
016700         WRITE REPORT-LINE FROM RPT-VERDICT-LINE
016710     END-IF.
016720
016730     COMPUTE CT-CHECK-TOTAL = CT-REQUESTS-TAKEN + CT-SWEEP-DUE.
016740     COMPUTE CT-CHECK-OUTCOME =
016750         CT-ERASED + CT-REFUSED + CT-SWEEP-RECENT.
016760     IF CT-CHECK-TOTAL IS EQUAL TO CT-CHECK-OUTCOME
016770         MOVE "CONTROL TOTALS BALANCE - ALL CANDIDATES ACCOUNTED"
016780             TO RPT-VERDICT-LINE
016790     ELSE
016800         MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
016810             TO RPT-VERDICT-LINE
016820     END-IF.
016830     WRITE REPORT-LINE FROM RPT-VERDICT-LINE.
016840
016850* Record how this erasure run came out - erasures ride in the
016860* pass count, refusals in the reject count.
016870     OPEN EXTEND RUN-CONTROL-FILE.
016880     IF NOT FS-RUNCTL-OK
016890         CLOSE RUN-CONTROL-FILE
016900         OPEN OUTPUT RUN-CONTROL-FILE
016910     END-IF.
016920     MOVE SPACES TO RUNCTL-RECORD.
016930     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
016940     SET RUN-COMPLETED TO TRUE.
016950     SET RUN-TYPE-ERASURE TO TRUE.
016960     MOVE WK-TODAY TO RUN-EXTRACT-DATE.
016970     MOVE WK-TODAY TO RUN-EVENT-DATE.
016980     COMPUTE RUN-READ-COUNT = CT-REQUESTS-TAKEN + CT-SWEEP-DUE.
016990     MOVE CT-ERASED TO RUN-PASS-COUNT.
017000     MOVE CT-SWEEP-RECENT TO RUN-FAIL-COUNT.
017010     MOVE CT-REFUSED TO RUN-REJECT-COUNT.
017020     MOVE CT-REQUESTS-REPEATED TO RUN-DUPL-COUNT.
017030     WRITE RUNCTL-RECORD.
017040     CLOSE RUN-CONTROL-FILE.
017050
017060     CLOSE CANDIDATE-MASTER-FILE.
017070     CLOSE ERASURE-REPORT.
017080
017090     IF CT-CHECK-TOTAL IS NOT EQUAL TO CT-CHECK-OUTCOME
017100         MOVE 8 TO RETURN-CODE
017110         DISPLAY "CANDERAS - CONTROL TOTALS DO NOT BALANCE"
017120         GO TO 9000-EXIT
017130     END-IF.
017140     IF CT-REFUSED IS GREATER THAN ZERO
017150        OR CT-REQUESTS-BLANK IS GREATER THAN ZERO
017160         MOVE 4 TO RETURN-CODE
017170         DISPLAY "CANDERAS - REFUSALS FOUND, SEE ERASRPT"
017180     ELSE
017190         DISPLAY "CANDERAS - ERASURES PROCESSED CLEAN"
017200     END-IF.
017210
017220 9000-EXIT.
017230     EXIT.
017240
017250 END PROGRAM CANDERAS.

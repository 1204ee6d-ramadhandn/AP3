000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 10/05/2026
000050* Date-Compiled.
000060* Purpose: Memproses pembatalan keputusan screening oleh
000070*          direktur HR.  Berkas transaksi (OVRDTRAN: id
000080*          kandidat, tahap, hasil baru, supervisor yang
000090*          mengotorisasi, kode alasan) divalidasi terhadap
000100*          riwayat screening dan status master kandidat.
000110*          Keputusan yang dibatalkan dicatat di master dan
000120*          di riwayat sebagai entri override yang membawa
000130*          nama pemberi otorisasi.  Gagal yang dibalik
000140*          menjadi lulus dialirkan ke rantai tahap-2/ATS
000150*          atau ke penjadwalan wawancara; lulus yang
000160*          dibalik menjadi gagal ditarik dari ledger ATS,
000170*          jurnal booking dan backlog wawancara.  Setiap
000180*          kandidat mendapat surat pemberitahuan - selama
000190*          ini berkas diedit dengan tangan.
000200* Tectonics: cobc
000210******************************************************************
000220* Modification History:
000230*   10/05/2026  RD  Original program.  An override is honored
000240*                   only when the history shows the decision
000250*                   being overruled, the master agrees with
000260*                   the history, the new result differs from
000270*                   the standing one, and no interview has
000280*                   been held - a candidate past the interview
000290*                   is settled by INTVRSLT, not here.  The run
000300*                   gets its own run-control number (type V,
000310*                   see RUNCTL) and its exceptions set
000320*                   condition code 4.
000330*   10/08/2026  RD  Override history entries and released
000340*                   pass records now carry the candidate's
000350*                   recruiting source from the master (see
000360*                   MAST-SOURCE in CANDMAST).
000370******************************************************************
000380
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. OVRDPROC.
000410 AUTHOR. RAMADHAN.
000420 INSTALLATION. HR-RECRUITING.
000430 DATE-WRITTEN. 10/05/2026.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OVERRIDE-TRAN-FILE ASSIGN TO "OVRDTRAN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-OVERRIDE-TRAN.
000520
000530     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-SCREENING-HISTORY.
000560
000570     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS MAST-CAND-ID
000610         FILE STATUS IS FS-CANDIDATE-MASTER.
000620
000630     SELECT OVERRIDE-REPORT ASSIGN TO "OVRDRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-OVERRIDE-REPORT.
000660
000670     SELECT STAGE1-PASS-FILE ASSIGN TO "PASS1FILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-STAGE1-PASS-FILE.
000700
000710     SELECT STAGE2-PASS-FILE ASSIGN TO "OVRPASS2"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-STAGE2-PASS-FILE.
000740
000750     SELECT ATS-INTERFACE-FILE ASSIGN TO "ATSIFACE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-ATS-INTERFACE.
000780
000790     SELECT ATS-WITHDRAWAL-FILE ASSIGN TO "ATSWDRW"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-ATS-WITHDRAWAL.
000820
000830     SELECT ATS-BATCH-SEQ-FILE ASSIGN TO "ATSBSEQ"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-ATS-BATCH-SEQ.
000860
000870     SELECT ATS-LEDGER-FILE ASSIGN TO "ATSLEDG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-ATS-LEDGER.
000900
000910     SELECT INTERVIEW-ASSIGN-FILE ASSIGN TO "INTVASGN"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-ASSIGN-FILE.
000940
000950     SELECT INTERVIEW-BACKLOG-FILE ASSIGN TO "INTVBKLG"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS FS-BACKLOG-FILE.
000980
000990     SELECT LETTER-FILE ASSIGN TO "LTRFILE"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS FS-LETTER-FILE.
001020
001030     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS FS-RUN-CONTROL.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  OVERRIDE-TRAN-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  OVERRIDE-TRAN-LINE               PIC X(80).
001120
001130 FD  SCREENING-HISTORY-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY HISTREC.
001160
001170 FD  CANDIDATE-MASTER-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY CANDMAST.
001200
001210 FD  OVERRIDE-REPORT
001220     LABEL RECORDS ARE STANDARD.
001230 01  REPORT-LINE                      PIC X(80).
001240
001250 FD  STAGE1-PASS-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  STAGE1-PASS-LINE                 PIC X(80).
001280
001290 FD  STAGE2-PASS-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  STAGE2-PASS-LINE                 PIC X(80).
001320
001330 FD  ATS-INTERFACE-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  ATS-LINE                         PIC X(80).
001360
001370 FD  ATS-WITHDRAWAL-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  ATS-WDRW-LINE                    PIC X(80).
001400
001410 FD  ATS-BATCH-SEQ-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 01  ATS-SEQ-LINE.
001440     05  SEQ-BATCH-NUMBER             PIC 9(07).
001450     05  SEQ-BATCH-NUMBER-X REDEFINES SEQ-BATCH-NUMBER
001460                                      PIC X(07).
001470
001480 FD  ATS-LEDGER-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 COPY ATSLDG.
001510
001520 FD  INTERVIEW-ASSIGN-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 COPY INTVASG.
001550
001560 FD  INTERVIEW-BACKLOG-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 01  BACKLOG-RECORD.
001590     05  BKL-QUEUE-DATE               PIC 9(08).
001600     05  BKL-CANDIDATE                PIC X(72).
001610
001620 FD  LETTER-FILE
001630     LABEL RECORDS ARE STANDARD.
001640 01  LETTER-LINE                      PIC X(80).
001650
001660 FD  RUN-CONTROL-FILE
001670     LABEL RECORDS ARE STANDARD.
001680 COPY RUNCTL.
001690
001700 WORKING-STORAGE SECTION.
001710
001720 01  FS-OVERRIDE-TRAN                 PIC X(02).
001730     88  FS-OVERRIDE-TRAN-OK              VALUE "00".
001740 01  FS-SCREENING-HISTORY             PIC X(02).
001750     88  FS-HISTORY-OK                    VALUE "00".
001760 01  FS-CANDIDATE-MASTER              PIC X(02).
001770     88  FS-MASTER-OK                     VALUE "00".
001780 01  FS-OVERRIDE-REPORT               PIC X(02).
001790     88  FS-OVRD-REPORT-OK                VALUE "00".
001800 01  FS-STAGE1-PASS-FILE              PIC X(02).
001810     88  FS-STAGE1-PASS-OK                VALUE "00".
001820 01  FS-STAGE2-PASS-FILE              PIC X(02).
001830     88  FS-STAGE2-PASS-OK                VALUE "00".
001840 01  FS-ATS-INTERFACE                 PIC X(02).
001850     88  FS-ATS-OK                        VALUE "00".
001860 01  FS-ATS-WITHDRAWAL                PIC X(02).
001870     88  FS-ATS-WDRW-OK                   VALUE "00".
001880 01  FS-ATS-BATCH-SEQ                 PIC X(02).
001890     88  FS-ATS-SEQ-OK                    VALUE "00".
001900     88  FS-ATS-SEQ-NOT-FOUND             VALUE "35".
001910 01  FS-ATS-LEDGER                    PIC X(02).
001920     88  FS-LEDGER-OK                     VALUE "00".
001930     88  FS-LEDGER-NOT-FOUND              VALUE "35".
001940 01  FS-ASSIGN-FILE                   PIC X(02).
001950     88  FS-ASSIGN-OK                     VALUE "00".
001960     88  FS-ASSIGN-NOT-FOUND              VALUE "35".
001970 01  FS-BACKLOG-FILE                  PIC X(02).
001980     88  FS-BACKLOG-OK                    VALUE "00".
001990     88  FS-BACKLOG-NOT-FOUND             VALUE "35".
002000 01  FS-LETTER-FILE                   PIC X(02).
002010     88  FS-LETTER-OK                     VALUE "00".
002020 01  FS-RUN-CONTROL                   PIC X(02).
002030     88  FS-RUNCTL-OK                     VALUE "00".
002040     88  FS-RUNCTL-NOT-FOUND              VALUE "35".
002050
002060 01  SW-OVERRIDE-TRAN-EOF             PIC X(01)   VALUE "N".
002070     88  OVERRIDE-TRAN-EOF                VALUE "Y".
002080 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
002090     88  HISTORY-EOF                      VALUE "Y".
002100 01  SW-LEDGER-EOF                    PIC X(01)   VALUE "N".
002110     88  LEDGER-EOF                       VALUE "Y".
002120 01  SW-ASSIGN-EOF                    PIC X(01)   VALUE "N".
002130     88  ASSIGN-EOF                       VALUE "Y".
002140 01  SW-BACKLOG-EOF                   PIC X(01)   VALUE "N".
002150     88  BACKLOG-EOF                      VALUE "Y".
002160 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
002170     88  RUN-CONTROL-EOF                  VALUE "Y".
002180 01  SW-MASTER-FOUND                  PIC X(01)   VALUE "N".
002190     88  MASTER-FOUND                     VALUE "Y".
002200     88  MASTER-NOT-FOUND                 VALUE "N".
002210 01  SW-STATE-FOUND                   PIC X(01)   VALUE "N".
002220     88  STATE-FOUND                      VALUE "Y".
002230     88  STATE-NOT-FOUND                  VALUE "N".
002240 01  SW-REASON-FOUND                  PIC X(01)   VALUE "N".
002250     88  REASON-FOUND                     VALUE "Y".
002260     88  REASON-NOT-FOUND                 VALUE "N".
002270
002280* A journal is only written back when this run took something
002290* off it.
002300 01  SW-LEDGER-CHANGED                PIC X(01)   VALUE "N".
002310     88  LEDGER-CHANGED                   VALUE "Y".
002320 01  SW-ASSIGN-CHANGED                PIC X(01)   VALUE "N".
002330     88  ASSIGN-CHANGED                   VALUE "Y".
002340 01  SW-BACKLOG-CHANGED               PIC X(01)   VALUE "N".
002350     88  BACKLOG-CHANGED                  VALUE "Y".
002360
002370 01  CT-OVERRIDES-READ           PIC 9(07) COMP VALUE ZERO.
002380 01  CT-APPLIED                   PIC 9(07) COMP VALUE ZERO.
002390 01  CT-TO-PASS                   PIC 9(07) COMP VALUE ZERO.
002400 01  CT-TO-FAIL                   PIC 9(07) COMP VALUE ZERO.
002410 01  CT-REFUSED                   PIC 9(07) COMP VALUE ZERO.
002420 01  CT-NO-CHANGE                 PIC 9(07) COMP VALUE ZERO.
002430 01  CT-ATS-SENT                  PIC 9(07) COMP VALUE ZERO.
002440 01  CT-ATS-CLOSED                PIC 9(07) COMP VALUE ZERO.
002450 01  CT-LEDGER-PULLED             PIC 9(07) COMP VALUE ZERO.
002460 01  CT-BOOKINGS-PULLED           PIC 9(07) COMP VALUE ZERO.
002470 01  CT-BACKLOG-PULLED            PIC 9(07) COMP VALUE ZERO.
002480 01  CT-LETTERS                   PIC 9(07) COMP VALUE ZERO.
002490
002500 01  WK-TODAY                         PIC 9(08).
002510 01  WK-SEARCH-CAND-ID                PIC X(10).
002520 01  WK-DISPOSITION                   PIC X(18).
002530 01  WK-PRIOR-RESULT                  PIC X(04).
002540
002550* The reason field of an override history entry - the code
002560* and what it stands for.
002570 01  WK-OVERRIDE-REASON.
002580     05  WK-OVR-REASON-CODE           PIC X(04).
002590     05  FILLER                       PIC X(01)   VALUE SPACE.
002600     05  WK-OVR-REASON-TEXT           PIC X(15).
002610
002620* ------------------------------------------------------------ *
002630*  ONE OVERRIDE TRANSACTION                                     *
002640*    Keyed by HR from the director's signed authorization.     *
002650* ------------------------------------------------------------ *
002660 01  OVERRIDE-TRANSACTION.
002670     05  OVT-CAND-ID                  PIC X(10).
002680     05  OVT-STAGE                    PIC X(01).
002690         88  OVT-STAGE-1                  VALUE "1".
002700         88  OVT-STAGE-2                  VALUE "2".
002710     05  OVT-NEW-RESULT               PIC X(04).
002720         88  OVT-TO-PASS                  VALUE "PASS".
002730         88  OVT-TO-FAIL                  VALUE "FAIL".
002740     05  OVT-SUPERVISOR               PIC X(10).
002750     05  OVT-REASON-CODE              PIC X(04).
002760     05  FILLER                       PIC X(51).
002770
002780* ------------------------------------------------------------ *
002790*  REASON CODES AN OVERRIDE MAY GIVE                            *
002800*    Agreed with HR compliance - a code not in this table is   *
002810*    refused.                                                  *
002820* ------------------------------------------------------------ *
002830 01  REASON-CODE-DEFINITION.
002840     05  FILLER                       PIC X(19)
002850             VALUE "EXMPSPECIAL EXEMPT ".
002860     05  FILLER                       PIC X(19)
002870             VALUE "VETNVETERAN PREF   ".
002880     05  FILLER                       PIC X(19)
002890             VALUE "INTLINTERNAL CAND  ".
002900     05  FILLER                       PIC X(19)
002910             VALUE "DATARECORD ERROR   ".
002920     05  FILLER                       PIC X(19)
002930             VALUE "POLCPOLICY DECISION".
002940     05  FILLER                       PIC X(19)
002950             VALUE "BKGDBACKGROUND CHK ".
002960     05  FILLER                       PIC X(19)
002970             VALUE "REFCREFERENCE CHECK".
002980     05  FILLER                       PIC X(19)
002990             VALUE "MGMTMGMT DIRECTIVE ".
003000 01  REASON-CODE-TABLE REDEFINES REASON-CODE-DEFINITION.
003010     05  RSN-ENTRY OCCURS 8 TIMES.
003020         10  RSN-CODE                 PIC X(04).
003030         10  RSN-DESCRIPTION          PIC X(15).
003040 01  RSN-IDX                     PIC 9(02) COMP VALUE ZERO.
003050 01  RSN-FOUND-IDX               PIC 9(02) COMP VALUE ZERO.
003060
003070* ------------------------------------------------------------ *
003080*  THE DAY'S TRANSACTIONS, AS READ                              *
003090*    Held so the history is scanned once for every candidate   *
003100*    named, before any override is applied.                    *
003110* ------------------------------------------------------------ *
003120 01  TRANSACTION-TABLE.
003130     05  OV-COUNT                PIC 9(05) COMP VALUE ZERO.
003140     05  OV-IDX                  PIC 9(05) COMP VALUE ZERO.
003150     05  OV-ENTRY OCCURS 500 TIMES.
003160         10  OV-RECORD                PIC X(80).
003170
003180* ------------------------------------------------------------ *
003190*  STANDING DECISIONS PER CANDIDATE NAMED                       *
003200*    From the history scan: the latest stage-1 PASS/FAIL, the  *
003210*    stage-2 PASS/FAIL that followed it, and whether an        *
003220*    interview outcome followed it.  Kept current as this run  *
003230*    applies overrides, so a second transaction for the same   *
003240*    candidate is checked against the first.                   *
003250* ------------------------------------------------------------ *
003260 01  CANDIDATE-STATE-TABLE.
003270     05  CS-COUNT                PIC 9(05) COMP VALUE ZERO.
003280     05  CS-IDX                  PIC 9(05) COMP VALUE ZERO.
003290     05  CS-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
003300     05  CS-ENTRY OCCURS 500 TIMES.
003310         10  CS-CAND-ID               PIC X(10).
003320         10  CS-S1-RESULT             PIC X(04).
003330         10  CS-S2-RESULT             PIC X(04).
003340         10  CS-INTERVIEWED           PIC X(01).
003350
003360* ------------------------------------------------------------ *
003370*  THE ATS LEDGER, INTERVIEW BOOKINGS AND BACKLOG AS READ       *
003380*    Written back without the entries this run pulled.         *
003390* ------------------------------------------------------------ *
003400 01  LEDGER-TABLE.
003410     05  LG-COUNT                PIC 9(05) COMP VALUE ZERO.
003420     05  LG-IDX                  PIC 9(05) COMP VALUE ZERO.
003430     05  LG-ENTRY OCCURS 10000 TIMES.
003440         10  LG-RECORD                PIC X(80).
003450         10  LG-RECORD-R REDEFINES LG-RECORD.
003460             15  LG-CAND-ID           PIC X(10).
003470             15  FILLER               PIC X(70).
003480         10  LG-PULLED                PIC X(01).
003490
003500 01  ASSIGN-TABLE.
003510     05  IA-COUNT                PIC 9(05) COMP VALUE ZERO.
003520     05  IA-IDX                  PIC 9(05) COMP VALUE ZERO.
003530     05  IA-ENTRY OCCURS 5000 TIMES.
003540         10  IA-RECORD                PIC X(80).
003550         10  IA-RECORD-R REDEFINES IA-RECORD.
003560             15  IA-CAND-ID           PIC X(10).
003570             15  FILLER               PIC X(70).
003580         10  IA-PULLED                PIC X(01).
003590
003600 01  BACKLOG-TABLE.
003610     05  BK-COUNT                PIC 9(05) COMP VALUE ZERO.
003620     05  BK-IDX                  PIC 9(05) COMP VALUE ZERO.
003630     05  BK-ENTRY OCCURS 5000 TIMES.
003640         10  BK-RECORD                PIC X(80).
003650         10  BK-RECORD-R REDEFINES BK-RECORD.
003660             15  FILLER               PIC X(08).
003670             15  BK-CAND-ID           PIC X(10).
003680             15  FILLER               PIC X(62).
003690         10  BK-PULLED                PIC X(01).
003700
003710 COPY ATSREC.
003720
003730* Both ATS extracts are transmissions of their own and carry
003740* the same envelope as the nightly interface file.
003750 COPY ATSENV.
003760
003770 01  WK-ATS-BATCH-SEQ                 PIC 9(07)   VALUE ZERO.
003780 01  WK-WDRW-BATCH-SEQ                PIC 9(07)   VALUE ZERO.
003790 01  WK-ATS-HASH-TOTAL                PIC 9(15)   VALUE ZERO.
003800 01  WK-WDRW-HASH-TOTAL               PIC 9(15)   VALUE ZERO.
003810
003820 01  WK-HASH-CAND-ID.
003830     05  WK-HASH-CHAR OCCURS 10 TIMES PIC X(01).
003840 01  WK-HASH-IDX                 PIC 9(02) COMP VALUE ZERO.
003850 01  WK-HASH-DIGIT-X                  PIC X(01).
003860 01  WK-HASH-DIGIT REDEFINES WK-HASH-DIGIT-X
003870                                      PIC 9(01).
003880 01  WK-HASH-VALUE                    PIC 9(10)   VALUE ZERO.
003890
003900 01  CANDIDATE-WORK-RECORD.
003910     05  CWR-CAND-ID                  PIC X(10).
003920     05  CWR-CAND-NAME                PIC X(30).
003930     05  CWR-CAND-AGE                 PIC 9(03).
003940     05  CWR-BIRTH-DATE               PIC 9(08).
003950     05  CWR-POSITION                 PIC X(08).
003960     05  CWR-STAGE1-RESULT            PIC X(04).
003970     05  CWR-STAGE2-RESULT            PIC X(04).
003980     05  CWR-SOURCE                   PIC X(01).
003990     05  CWR-SOURCE-ID                PIC X(04).
004000
004010* This execution's run number - highest on the run-control
004020* file plus 1.  An override run is recorded as type V.
004030 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
004040 01  WK-MAX-RUN-NUMBER                PIC 9(07)   VALUE ZERO.
004050
004060* ------------------------------------------------------------ *
004070*  CANDIDATE LETTER LINES                                       *
004080* ------------------------------------------------------------ *
004090 01  LTR-SEPARATOR.
004100     05  FILLER                       PIC X(40)
004110             VALUE ALL "-".
004120     05  FILLER                       PIC X(40)
004130             VALUE ALL "-".
004140
004150 01  LTR-TO-LINE.
004160     05  FILLER                       PIC X(12)
004170             VALUE "TO        : ".
004180     05  LTR-TO-NAME                  PIC X(30).
004190     05  FILLER                       PIC X(02)   VALUE " (".
004200     05  LTR-TO-ID                    PIC X(10).
004210     05  FILLER                       PIC X(01)   VALUE ")".
004220     05  FILLER                       PIC X(25)   VALUE SPACES.
004230
004240 01  LTR-POSITION-LINE.
004250     05  FILLER                       PIC X(12)
004260             VALUE "POSITION  : ".
004270     05  LTR-POSITION                 PIC X(08).
004280     05  FILLER                       PIC X(60)   VALUE SPACES.
004290
004300 01  LTR-DATE-LINE.
004310     05  FILLER                       PIC X(12)
004320             VALUE "DATE      : ".
004330     05  LTR-DATE                     PIC 9(08).
004340     05  FILLER                       PIC X(60)   VALUE SPACES.
004350
004360 01  LTR-BLANK-LINE                   PIC X(80)   VALUE SPACES.
004370
004380 01  LTR-REVISED-1                    PIC X(80)   VALUE
004390     "FOLLOWING A FURTHER REVIEW OF YOUR APPLICATION, THE".
004400 01  LTR-REVISED-S1                   PIC X(80)   VALUE
004410     "DECISION OF THE FIRST SCREENING HAS BEEN REVISED.".
004420 01  LTR-REVISED-S2                   PIC X(80)   VALUE
004430     "DECISION OF THE SECOND SCREENING HAS BEEN REVISED.".
004440 01  LTR-REVISED-PASS-1               PIC X(80)   VALUE
004450     "WE ARE PLEASED TO INFORM YOU THAT YOUR APPLICATION WILL".
004460 01  LTR-REVISED-PASS-2               PIC X(80)   VALUE
004470     "PROCEED TO THE NEXT STAGE OF SELECTION.".
004480 01  LTR-REVISED-FAIL-1               PIC X(80)   VALUE
004490     "WE REGRET TO INFORM YOU THAT YOUR APPLICATION WILL NOT".
004500 01  LTR-REVISED-FAIL-2               PIC X(80)   VALUE
004510     "PROCEED FURTHER, AND ANY INTERVIEW ARRANGED IS CANCELLED.".
004520 01  LTR-REGRET-3                     PIC X(80)   VALUE
004530     "WE WISH YOU EVERY SUCCESS IN YOUR FURTHER SEARCH.".
004540
004550 01  LTR-SIGNATURE                    PIC X(80)   VALUE
004560     "          HR RECRUITING".
004570
004580* ------------------------------------------------------------ *
004590*  OVERRIDE REPORT LINES                                        *
004600* ------------------------------------------------------------ *
004610 01  RPT-HEADING-1.
004620     05  FILLER                       PIC X(29)
004630             VALUE "SUPERVISOR OVERRIDE REPORT - ".
004640     05  RPT-H-DATE                   PIC 9(08).
004650     05  FILLER                       PIC X(06)   VALUE "  RUN ".
004660     05  RPT-H-RUN-NUMBER             PIC 9(07).
004670     05  FILLER                       PIC X(30)   VALUE SPACES.
004680
004690 01  RPT-HEADING-2.
004700     05  FILLER                       PIC X(10)   VALUE "CAND ID".
004710     05  FILLER                       PIC X(21)   VALUE "NAME".
004720     05  FILLER                       PIC X(03)   VALUE "ST".
004730     05  FILLER                       PIC X(05)   VALUE "WAS".
004740     05  FILLER                       PIC X(05)   VALUE "NOW".
004750     05  FILLER                       PIC X(11)
004760             VALUE "AUTHORIZER".
004770     05  FILLER                       PIC X(05)   VALUE "RSN".
004780     05  FILLER                       PIC X(18)
004790             VALUE "DISPOSITION".
004800     05  FILLER                       PIC X(02)   VALUE SPACES.
004810
004820 01  RPT-DETAIL-LINE.
004830     05  RPT-D-ID                     PIC X(10).
004840     05  RPT-D-NAME                   PIC X(20).
004850     05  FILLER                       PIC X(01)   VALUE SPACE.
004860     05  RPT-D-STAGE                  PIC X(01).
004870     05  FILLER                       PIC X(02)   VALUE SPACES.
004880     05  RPT-D-PRIOR                  PIC X(04).
004890     05  FILLER                       PIC X(01)   VALUE SPACE.
004900     05  RPT-D-NEW                    PIC X(04).
004910     05  FILLER                       PIC X(01)   VALUE SPACE.
004920     05  RPT-D-SUPERVISOR             PIC X(10).
004930     05  FILLER                       PIC X(01)   VALUE SPACE.
004940     05  RPT-D-REASON                 PIC X(04).
004950     05  FILLER                       PIC X(01)   VALUE SPACE.
004960     05  RPT-D-DISPOSITION            PIC X(18).
004970     05  FILLER                       PIC X(02)   VALUE SPACES.
004980
004990 01  RPT-FOOTER-1.
005000     05  FILLER                       PIC X(24)
005010             VALUE "OVERRIDES READ    . . .".
005020     05  RPT-F-READ                   PIC ZZZ,ZZ9.
005030
005040 01  RPT-FOOTER-2.
005050     05  FILLER                       PIC X(24)
005060             VALUE "OVERRIDES APPLIED . . .".
005070     05  RPT-F-APPLIED                PIC ZZZ,ZZ9.
005080
005090 01  RPT-FOOTER-3.
005100     05  FILLER                       PIC X(24)
005110             VALUE "  NOW PASSED      . . .".
005120     05  RPT-F-TO-PASS                PIC ZZZ,ZZ9.
005130
005140 01  RPT-FOOTER-4.
005150     05  FILLER                       PIC X(24)
005160             VALUE "  NOW FAILED      . . .".
005170     05  RPT-F-TO-FAIL                PIC ZZZ,ZZ9.
005180
005190 01  RPT-FOOTER-5.
005200     05  FILLER                       PIC X(24)
005210             VALUE "REFUSED           . . .".
005220     05  RPT-F-REFUSED                PIC ZZZ,ZZ9.
005230
005240 01  RPT-FOOTER-6.
005250     05  FILLER                       PIC X(24)
005260             VALUE "NO CHANGE         . . .".
005270     05  RPT-F-NO-CHANGE              PIC ZZZ,ZZ9.
005280
005290 01  RPT-FOOTER-7.
005300     05  FILLER                       PIC X(24)
005310             VALUE "SENT TO ATS       . . .".
005320     05  RPT-F-ATS-SENT               PIC ZZZ,ZZ9.
005330
005340 01  RPT-FOOTER-8.
005350     05  FILLER                       PIC X(24)
005360             VALUE "ATS CLOSE NOTICES . . .".
005370     05  RPT-F-ATS-CLOSED             PIC ZZZ,ZZ9.
005380
005390 01  RPT-FOOTER-9.
005400     05  FILLER                       PIC X(24)
005410             VALUE "LEDGER ENTRIES PULLED .".
005420     05  RPT-F-LEDGER                 PIC ZZZ,ZZ9.
005430
005440 01  RPT-FOOTER-10.
005450     05  FILLER                       PIC X(24)
005460             VALUE "BOOKINGS PULLED   . . .".
005470     05  RPT-F-BOOKINGS               PIC ZZZ,ZZ9.
005480
005490 01  RPT-FOOTER-11.
005500     05  FILLER                       PIC X(24)
005510             VALUE "BACKLOG PULLED    . . .".
005520     05  RPT-F-BACKLOG                PIC ZZZ,ZZ9.
005530
005540 01  RPT-FOOTER-12.
005550     05  FILLER                       PIC X(24)
005560             VALUE "LETTERS WRITTEN   . . .".
005570     05  RPT-F-LETTERS                PIC ZZZ,ZZ9.
005580
005590 PROCEDURE DIVISION.
005600
005610******************************************************************
005620* 0000-MAINLINE                                                 *
005630******************************************************************
005640 0000-MAINLINE.
005650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005660     PERFORM 2000-PROCESS-OVERRIDE THRU 2000-EXIT
005670         VARYING OV-IDX FROM 1 BY 1
005680         UNTIL OV-IDX IS GREATER THAN OV-COUNT.
005690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005700     STOP RUN.
005710
005720 1000-INITIALIZE.
005730     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
005740
005750     PERFORM 1100-LOAD-TRANSACTIONS THRU 1100-EXIT.
005760
005770     OPEN OUTPUT OVERRIDE-REPORT.
005780     IF NOT FS-OVRD-REPORT-OK
005790         DISPLAY "OVRDPROC - OVERRIDE-REPORT OPEN FAILED, "
005800                 "STATUS = " FS-OVERRIDE-REPORT
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840
005850     PERFORM 1600-OPEN-RUN-CONTROL THRU 1600-EXIT.
005860     MOVE WK-TODAY TO RPT-H-DATE.
005870     WRITE REPORT-LINE FROM RPT-HEADING-1.
005880     WRITE REPORT-LINE FROM RPT-HEADING-2.
005890
005900     PERFORM 1200-SCAN-HISTORY THRU 1200-EXIT.
005910     PERFORM 1300-LOAD-LEDGER THRU 1300-EXIT.
005920     PERFORM 1350-LOAD-ASSIGNMENTS THRU 1350-EXIT.
005930     PERFORM 1400-LOAD-BACKLOG THRU 1400-EXIT.
005940
005950     OPEN EXTEND SCREENING-HISTORY-FILE.
005960     IF NOT FS-HISTORY-OK
005970         DISPLAY "OVRDPROC - SCREENING-HISTORY-FILE EXTEND "
005980                 "FAILED, STATUS = " FS-SCREENING-HISTORY
005990         MOVE 16 TO RETURN-CODE
006000         STOP RUN
006010     END-IF.
006020
006030     OPEN I-O CANDIDATE-MASTER-FILE.
006040     IF NOT FS-MASTER-OK
006050         DISPLAY "OVRDPROC - CANDIDATE-MASTER-FILE OPEN "
006060                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
006070         MOVE 16 TO RETURN-CODE
006080         STOP RUN
006090     END-IF.
006100
006110     OPEN OUTPUT STAGE1-PASS-FILE.
006120     IF NOT FS-STAGE1-PASS-OK
006130         DISPLAY "OVRDPROC - STAGE1-PASS-FILE OPEN FAILED, "
006140                 "STATUS = " FS-STAGE1-PASS-FILE
006150         MOVE 16 TO RETURN-CODE
006160         STOP RUN
006170     END-IF.
006180
006190     OPEN OUTPUT STAGE2-PASS-FILE.
006200     IF NOT FS-STAGE2-PASS-OK
006210         DISPLAY "OVRDPROC - STAGE2-PASS-FILE OPEN FAILED, "
006220                 "STATUS = " FS-STAGE2-PASS-FILE
006230         MOVE 16 TO RETURN-CODE
006240         STOP RUN
006250     END-IF.
006260
006270     OPEN OUTPUT ATS-INTERFACE-FILE.
006280     IF NOT FS-ATS-OK
006290         DISPLAY "OVRDPROC - ATS-INTERFACE-FILE OPEN FAILED, "
006300                 "STATUS = " FS-ATS-INTERFACE
006310         MOVE 16 TO RETURN-CODE
006320         STOP RUN
006330     END-IF.
006340
006350     OPEN OUTPUT ATS-WITHDRAWAL-FILE.
006360     IF NOT FS-ATS-WDRW-OK
006370         DISPLAY "OVRDPROC - ATS-WITHDRAWAL-FILE OPEN FAILED, "
006380                 "STATUS = " FS-ATS-WITHDRAWAL
006390         MOVE 16 TO RETURN-CODE
006400         STOP RUN
006410     END-IF.
006420
006430     OPEN OUTPUT LETTER-FILE.
006440     IF NOT FS-LETTER-OK
006450         DISPLAY "OVRDPROC - LETTER-FILE OPEN FAILED, "
006460                 "STATUS = " FS-LETTER-FILE
006470         MOVE 16 TO RETURN-CODE
006480         STOP RUN
006490     END-IF.
006500
006510     PERFORM 1500-WRITE-ATS-HEADERS THRU 1500-EXIT.
006520
006530 1000-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570* 1100-LOAD-TRANSACTIONS                                        *
006580*   Holds the day's override transactions and sets up one      *
006590*   standing-decision entry for each candidate they name.      *
006600******************************************************************
006610 1100-LOAD-TRANSACTIONS.
006620     OPEN INPUT OVERRIDE-TRAN-FILE.
006630     IF NOT FS-OVERRIDE-TRAN-OK
006640         DISPLAY "OVRDPROC - OVERRIDE-TRAN-FILE OPEN FAILED, "
006650                 "STATUS = " FS-OVERRIDE-TRAN
006660         MOVE 16 TO RETURN-CODE
006670         STOP RUN
006680     END-IF.
006690
006700     PERFORM 1110-LOAD-ONE-TRANSACTION THRU 1110-EXIT
006710         UNTIL OVERRIDE-TRAN-EOF.
006720     CLOSE OVERRIDE-TRAN-FILE.
006730
006740 1100-EXIT.
006750     EXIT.
006760
006770 1110-LOAD-ONE-TRANSACTION.
006780     READ OVERRIDE-TRAN-FILE
006790         AT END
006800             SET OVERRIDE-TRAN-EOF TO TRUE
006810             GO TO 1110-EXIT
006820     END-READ.
006830
006840     IF OV-COUNT IS NOT LESS THAN 500
006850         DISPLAY "OVRDPROC - TRANSACTION-TABLE FULL AT 500 "
006860                 "ENTRIES"
006870         MOVE 16 TO RETURN-CODE
006880         STOP RUN
006890     END-IF.
006900     ADD 1 TO OV-COUNT.
006910     MOVE OVERRIDE-TRAN-LINE TO OV-RECORD (OV-COUNT).
006920     MOVE OVERRIDE-TRAN-LINE TO OVERRIDE-TRANSACTION.
006930
006940     MOVE OVT-CAND-ID TO WK-SEARCH-CAND-ID.
006950     PERFORM 1150-FIND-STATE THRU 1150-EXIT.
006960     IF STATE-FOUND
006970         GO TO 1110-EXIT
006980     END-IF.
006990     ADD 1 TO CS-COUNT.
007000     MOVE OVT-CAND-ID TO CS-CAND-ID (CS-COUNT).
007010     MOVE SPACES TO CS-S1-RESULT (CS-COUNT).
007020     MOVE SPACES TO CS-S2-RESULT (CS-COUNT).
007030     MOVE "N" TO CS-INTERVIEWED (CS-COUNT).
007040
007050 1110-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090* 1150-FIND-STATE                                               *
007100*   Serial search of CANDIDATE-STATE-TABLE for                 *
007110*   WK-SEARCH-CAND-ID.                                          *
007120******************************************************************
007130 1150-FIND-STATE.
007140     SET STATE-NOT-FOUND TO TRUE.
007150     MOVE ZERO TO CS-FOUND-IDX.
007160     PERFORM 1160-MATCH-STATE THRU 1160-EXIT
007170         VARYING CS-IDX FROM 1 BY 1
007180         UNTIL CS-IDX IS GREATER THAN CS-COUNT
007190            OR STATE-FOUND.
007200
007210 1150-EXIT.
007220     EXIT.
007230
007240 1160-MATCH-STATE.
007250     IF CS-CAND-ID (CS-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
007260         SET STATE-FOUND TO TRUE
007270         MOVE CS-IDX TO CS-FOUND-IDX
007280     END-IF.
007290
007300 1160-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340* 1200-SCAN-HISTORY                                             *
007350*   Reads the screening history in order and follows each      *
007360*   candidate named.  A stage-1 PASS or FAIL - a nightly,      *
007370*   corrected or overriding one - starts the application       *
007380*   afresh; the stage-2 decision and any interview outcome     *
007390*   after it belong to that application.                       *
007400******************************************************************
007410 1200-SCAN-HISTORY.
007420     OPEN INPUT SCREENING-HISTORY-FILE.
007430     IF NOT FS-HISTORY-OK
007440         DISPLAY "OVRDPROC - SCREENING-HISTORY-FILE OPEN "
007450                 "FAILED, STATUS = " FS-SCREENING-HISTORY
007460         MOVE 16 TO RETURN-CODE
007470         STOP RUN
007480     END-IF.
007490
007500     PERFORM 1210-SCAN-ONE-HISTORY THRU 1210-EXIT
007510         UNTIL HISTORY-EOF.
007520     CLOSE SCREENING-HISTORY-FILE.
007530
007540 1200-EXIT.
007550     EXIT.
007560
007570 1210-SCAN-ONE-HISTORY.
007580     READ SCREENING-HISTORY-FILE
007590         AT END
007600             SET HISTORY-EOF TO TRUE
007610             GO TO 1210-EXIT
007620     END-READ.
007630
007640     MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID.
007650     PERFORM 1150-FIND-STATE THRU 1150-EXIT.
007660     IF STATE-NOT-FOUND
007670         GO TO 1210-EXIT
007680     END-IF.
007690
007700     IF HIST-STAGE-1
007710         IF HIST-RESULT-PASS OR HIST-RESULT-FAIL
007720             MOVE HIST-RESULT TO CS-S1-RESULT (CS-FOUND-IDX)
007730             MOVE SPACES TO CS-S2-RESULT (CS-FOUND-IDX)
007740             MOVE "N" TO CS-INTERVIEWED (CS-FOUND-IDX)
007750         END-IF
007760         GO TO 1210-EXIT
007770     END-IF.
007780
007790     IF HIST-STAGE-2
007800         IF HIST-RESULT-PASS OR HIST-RESULT-FAIL
007810             MOVE HIST-RESULT TO CS-S2-RESULT (CS-FOUND-IDX)
007820         END-IF
007830         GO TO 1210-EXIT
007840     END-IF.
007850
007860     IF HIST-STAGE-INTERVIEW
007870         MOVE "Y" TO CS-INTERVIEWED (CS-FOUND-IDX)
007880     END-IF.
007890
007900 1210-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* 1300-LOAD-LEDGER                                              *
007950*   Holds the ATS transmission ledger as it stands.  No ledger *
007960*   yet is an empty one.                                        *
007970******************************************************************
007980 1300-LOAD-LEDGER.
007990     OPEN INPUT ATS-LEDGER-FILE.
008000     IF FS-LEDGER-NOT-FOUND
008010         GO TO 1300-EXIT
008020     END-IF.
008030     IF NOT FS-LEDGER-OK
008040         DISPLAY "OVRDPROC - ATS-LEDGER-FILE OPEN FAILED, "
008050                 "STATUS = " FS-ATS-LEDGER
008060         MOVE 16 TO RETURN-CODE
008070         STOP RUN
008080     END-IF.
008090
008100     PERFORM 1310-LOAD-ONE-LEDGER THRU 1310-EXIT
008110         UNTIL LEDGER-EOF.
008120     CLOSE ATS-LEDGER-FILE.
008130
008140 1300-EXIT.
008150     EXIT.
008160
008170 1310-LOAD-ONE-LEDGER.
008180     READ ATS-LEDGER-FILE
008190         AT END
008200             SET LEDGER-EOF TO TRUE
008210             GO TO 1310-EXIT
008220     END-READ.
008230
008240     IF LG-COUNT IS NOT LESS THAN 10000
008250         DISPLAY "OVRDPROC - LEDGER-TABLE FULL AT 10000 "
008260                 "ENTRIES"
008270         MOVE 16 TO RETURN-CODE
008280         STOP RUN
008290     END-IF.
008300     ADD 1 TO LG-COUNT.
008310     MOVE LEDGER-RECORD TO LG-RECORD (LG-COUNT).
008320     MOVE "N" TO LG-PULLED (LG-COUNT).
008330
008340 1310-EXIT.
008350     EXIT.
008360
008370******************************************************************
008380* 1350-LOAD-ASSIGNMENTS                                         *
008390*   Holds the interview booking journal as it stands.  No      *
008400*   journal yet just means nothing is booked.                  *
008410******************************************************************
008420 1350-LOAD-ASSIGNMENTS.
008430     OPEN INPUT INTERVIEW-ASSIGN-FILE.
008440     IF FS-ASSIGN-NOT-FOUND
008450         GO TO 1350-EXIT
008460     END-IF.
008470     IF NOT FS-ASSIGN-OK
008480         DISPLAY "OVRDPROC - INTERVIEW-ASSIGN-FILE OPEN "
008490                 "FAILED, STATUS = " FS-ASSIGN-FILE
008500         MOVE 16 TO RETURN-CODE
008510         STOP RUN
008520     END-IF.
008530
008540     PERFORM 1360-LOAD-ONE-ASSIGNMENT THRU 1360-EXIT
008550         UNTIL ASSIGN-EOF.
008560     CLOSE INTERVIEW-ASSIGN-FILE.
008570
008580 1350-EXIT.
008590     EXIT.
008600
008610 1360-LOAD-ONE-ASSIGNMENT.
008620     READ INTERVIEW-ASSIGN-FILE
008630         AT END
008640             SET ASSIGN-EOF TO TRUE
008650             GO TO 1360-EXIT
008660     END-READ.
008670
008680     IF IA-COUNT IS NOT LESS THAN 5000
008690         DISPLAY "OVRDPROC - ASSIGN-TABLE FULL AT 5000 "
008700                 "ENTRIES"
008710         MOVE 16 TO RETURN-CODE
008720         STOP RUN
008730     END-IF.
008740     ADD 1 TO IA-COUNT.
008750     MOVE INTERVIEW-ASSIGN-RECORD TO IA-RECORD (IA-COUNT).
008760     MOVE "N" TO IA-PULLED (IA-COUNT).
008770
008780 1360-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820* 1400-LOAD-BACKLOG                                             *
008830*   Holds the interview backlog as it stands.  No backlog yet  *
008840*   is an empty one.                                            *
008850******************************************************************
008860 1400-LOAD-BACKLOG.
008870     OPEN INPUT INTERVIEW-BACKLOG-FILE.
008880     IF FS-BACKLOG-NOT-FOUND
008890         GO TO 1400-EXIT
008900     END-IF.
008910     IF NOT FS-BACKLOG-OK
008920         DISPLAY "OVRDPROC - INTERVIEW-BACKLOG-FILE OPEN "
008930                 "FAILED, STATUS = " FS-BACKLOG-FILE
008940         MOVE 16 TO RETURN-CODE
008950         STOP RUN
008960     END-IF.
008970
008980     PERFORM 1410-LOAD-ONE-BACKLOG THRU 1410-EXIT
008990         UNTIL BACKLOG-EOF.
009000     CLOSE INTERVIEW-BACKLOG-FILE.
009010
009020 1400-EXIT.
009030     EXIT.
009040
009050 1410-LOAD-ONE-BACKLOG.
009060     READ INTERVIEW-BACKLOG-FILE
009070         AT END
009080             SET BACKLOG-EOF TO TRUE
009090             GO TO 1410-EXIT
009100     END-READ.
009110
009120     IF BK-COUNT IS NOT LESS THAN 5000
009130         DISPLAY "OVRDPROC - BACKLOG-TABLE FULL AT 5000 "
009140                 "ENTRIES"
009150         MOVE 16 TO RETURN-CODE
009160         STOP RUN
009170     END-IF.
009180     ADD 1 TO BK-COUNT.
009190     MOVE BACKLOG-RECORD TO BK-RECORD (BK-COUNT).
009200     MOVE "N" TO BK-PULLED (BK-COUNT).
009210
009220 1410-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260* 1500-WRITE-ATS-HEADERS                                        *
009270*   Takes two batch sequence numbers from the ATSBSEQ control  *
009280*   file - one for the interface extract of new passes, one    *
009290*   for the close notifications - rewrites it at once, and     *
009300*   writes both headers.                                        *
009310******************************************************************
009320 1500-WRITE-ATS-HEADERS.
009330     MOVE ZERO TO WK-ATS-BATCH-SEQ.
009340     OPEN INPUT ATS-BATCH-SEQ-FILE.
009350     IF FS-ATS-SEQ-NOT-FOUND
009360         GO TO 1500-ASSIGN
009370     END-IF.
009380     IF NOT FS-ATS-SEQ-OK
009390         DISPLAY "OVRDPROC - ATS-BATCH-SEQ-FILE OPEN FAILED, "
009400                 "STATUS = " FS-ATS-BATCH-SEQ
009410         MOVE 16 TO RETURN-CODE
009420         STOP RUN
009430     END-IF.
009440
009450     READ ATS-BATCH-SEQ-FILE
009460         AT END
009470             GO TO 1500-CLOSE
009480     END-READ.
009490     IF SEQ-BATCH-NUMBER-X IS NUMERIC
009500         MOVE SEQ-BATCH-NUMBER TO WK-ATS-BATCH-SEQ
009510     END-IF.
009520
009530 1500-CLOSE.
009540     CLOSE ATS-BATCH-SEQ-FILE.
009550
009560 1500-ASSIGN.
009570     ADD 1 TO WK-ATS-BATCH-SEQ.
009580     COMPUTE WK-WDRW-BATCH-SEQ = WK-ATS-BATCH-SEQ + 1.
009590     OPEN OUTPUT ATS-BATCH-SEQ-FILE.
009600     MOVE WK-WDRW-BATCH-SEQ TO SEQ-BATCH-NUMBER.
009610     WRITE ATS-SEQ-LINE.
009620     CLOSE ATS-BATCH-SEQ-FILE.
009630
009640     MOVE SPACES TO ATS-HEADER-RECORD.
009650     MOVE "HDR" TO AHR-RECORD-TYPE.
009660     MOVE WK-TODAY TO AHR-EXTRACT-DATE.
009670     MOVE WK-ATS-BATCH-SEQ TO AHR-BATCH-SEQ.
009680     WRITE ATS-LINE FROM ATS-HEADER-RECORD.
009690
009700     MOVE WK-WDRW-BATCH-SEQ TO AHR-BATCH-SEQ.
009710     WRITE ATS-WDRW-LINE FROM ATS-HEADER-RECORD.
009720
009730 1500-EXIT.
009740     EXIT.
009750
009760******************************************************************
009770* 1600-OPEN-RUN-CONTROL                                         *
009780*   Assigns this override run the next run number from the     *
009790*   run-control journal and appends its STARTED record (type   *
009800*   V).  STAGE2SCR and INTSCHED, later in the same job,        *
009810*   continue this run the way they continue a correction run.  *
009820******************************************************************
009830 1600-OPEN-RUN-CONTROL.
009840     OPEN INPUT RUN-CONTROL-FILE.
009850     IF FS-RUNCTL-NOT-FOUND
009860         GO TO 1600-ASSIGN
009870     END-IF.
009880     IF NOT FS-RUNCTL-OK
009890         DISPLAY "OVRDPROC - RUN-CONTROL-FILE OPEN FAILED, "
009900                 "STATUS = " FS-RUN-CONTROL
009910         MOVE 16 TO RETURN-CODE
009920         STOP RUN
009930     END-IF.
009940
009950     PERFORM 1610-SCAN-ONE-RUNCTL THRU 1610-EXIT
009960         UNTIL RUN-CONTROL-EOF.
009970     CLOSE RUN-CONTROL-FILE.
009980
009990 1600-ASSIGN.
010000     COMPUTE WK-RUN-NUMBER = WK-MAX-RUN-NUMBER + 1.
010010
010020     OPEN EXTEND RUN-CONTROL-FILE.
010030     IF NOT FS-RUNCTL-OK
010040         CLOSE RUN-CONTROL-FILE
010050         OPEN OUTPUT RUN-CONTROL-FILE
010060     END-IF.
010070     MOVE SPACES TO RUNCTL-RECORD.
010080     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
010090     SET RUN-STARTED TO TRUE.
010100     SET RUN-TYPE-OVERRIDE TO TRUE.
010110     MOVE WK-TODAY TO RUN-EXTRACT-DATE.
010120     MOVE WK-TODAY TO RUN-EVENT-DATE.
010130     MOVE ZERO TO RUN-READ-COUNT RUN-PASS-COUNT RUN-FAIL-COUNT
010140                  RUN-REJECT-COUNT RUN-DUPL-COUNT.
010150     WRITE RUNCTL-RECORD.
010160     CLOSE RUN-CONTROL-FILE.
010170
010180     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
010190
010200 1600-EXIT.
010210     EXIT.
010220
010230 1610-SCAN-ONE-RUNCTL.
010240     READ RUN-CONTROL-FILE
010250         AT END
010260             SET RUN-CONTROL-EOF TO TRUE
010270             GO TO 1610-EXIT
010280     END-READ.
010290
010300     IF RUN-NUMBER-X IS NUMERIC
010310        AND RUN-NUMBER IS GREATER THAN WK-MAX-RUN-NUMBER
010320         MOVE RUN-NUMBER TO WK-MAX-RUN-NUMBER
010330     END-IF.
010340
010350 1610-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390* 2000-PROCESS-OVERRIDE                                         *
010400*   One transaction: edited, then checked against the history  *
010410*   and the master.  Any failure is listed with its reason and *
010420*   nothing is changed for that transaction.                   *
010430******************************************************************
010440 2000-PROCESS-OVERRIDE.
010450     MOVE OV-RECORD (OV-IDX) TO OVERRIDE-TRANSACTION.
010460     ADD 1 TO CT-OVERRIDES-READ.
010470     MOVE SPACES TO WK-DISPOSITION.
010480     MOVE SPACES TO WK-PRIOR-RESULT.
010490     SET MASTER-NOT-FOUND TO TRUE.
010500
010510     IF NOT OVT-STAGE-1 AND NOT OVT-STAGE-2
010520         MOVE "BAD STAGE" TO WK-DISPOSITION
010530         GO TO 2000-REFUSE
010540     END-IF.
010550     IF NOT OVT-TO-PASS AND NOT OVT-TO-FAIL
010560         MOVE "BAD RESULT" TO WK-DISPOSITION
010570         GO TO 2000-REFUSE
010580     END-IF.
010590     IF OVT-SUPERVISOR IS EQUAL TO SPACES
010600         MOVE "NO AUTHORIZER" TO WK-DISPOSITION
010610         GO TO 2000-REFUSE
010620     END-IF.
010630     PERFORM 2050-FIND-REASON THRU 2050-EXIT.
010640     IF REASON-NOT-FOUND
010650         MOVE "BAD REASON CODE" TO WK-DISPOSITION
010660         GO TO 2000-REFUSE
010670     END-IF.
010680
010690     MOVE OVT-CAND-ID TO MAST-CAND-ID.
010700     READ CANDIDATE-MASTER-FILE
010710         INVALID KEY
010720             CONTINUE
010730         NOT INVALID KEY
010740             SET MASTER-FOUND TO TRUE
010750     END-READ.
010760     IF MASTER-NOT-FOUND
010770         MOVE "NOT ON MASTER" TO WK-DISPOSITION
010780         GO TO 2000-REFUSE
010790     END-IF.
010800     IF MAST-NAME-ERASED
010810         MOVE "DATA ERASED" TO WK-DISPOSITION
010820         GO TO 2000-REFUSE
010830     END-IF.
010840     IF MAST-RESULT-WDRN
010850         MOVE "WITHDRAWN" TO WK-DISPOSITION
010860         GO TO 2000-REFUSE
010870     END-IF.
010880
010890* The history must show the decision being overruled, and the
010900* master must agree with it - a master out of step with its
010910* own audit trail is for MASTRBLD to put right first.
010920     MOVE OVT-CAND-ID TO WK-SEARCH-CAND-ID.
010930     PERFORM 1150-FIND-STATE THRU 1150-EXIT.
010940     IF CS-S1-RESULT (CS-FOUND-IDX) IS EQUAL TO SPACES
010950         MOVE "NO DECISION FOUND" TO WK-DISPOSITION
010960         GO TO 2000-REFUSE
010970     END-IF.
010980     IF MAST-STAGE1-RESULT IS NOT EQUAL TO
010990        CS-S1-RESULT (CS-FOUND-IDX)
011000         MOVE "MASTER OUT OF STEP" TO WK-DISPOSITION
011010         GO TO 2000-REFUSE
011020     END-IF.
011030
011040     IF OVT-STAGE-1
011050         MOVE CS-S1-RESULT (CS-FOUND-IDX) TO WK-PRIOR-RESULT
011060     ELSE
011070         IF CS-S1-RESULT (CS-FOUND-IDX) IS NOT EQUAL TO "PASS"
011080             MOVE "STAGE 1 NOT PASSED" TO WK-DISPOSITION
011090             GO TO 2000-REFUSE
011100         END-IF
011110         IF CS-S2-RESULT (CS-FOUND-IDX) IS EQUAL TO SPACES
011120             MOVE "NO STAGE 2 ON FILE" TO WK-DISPOSITION
011130             GO TO 2000-REFUSE
011140         END-IF
011150         MOVE CS-S2-RESULT (CS-FOUND-IDX) TO WK-PRIOR-RESULT
011160     END-IF.
011170
011180     IF OVT-NEW-RESULT IS EQUAL TO WK-PRIOR-RESULT
011190         MOVE "NO CHANGE" TO WK-DISPOSITION
011200         ADD 1 TO CT-NO-CHANGE
011210         PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT
011220         GO TO 2000-EXIT
011230     END-IF.
011240
011250* Once the interview has been held the outcome is INTVRSLT's
011260* to record - the screening decisions before it stand.
011270     IF CS-INTERVIEWED (CS-FOUND-IDX) IS EQUAL TO "Y"
011280         MOVE "INTERVIEW HELD" TO WK-DISPOSITION
011290         GO TO 2000-REFUSE
011300     END-IF.
011310
011320     PERFORM 2100-APPLY-OVERRIDE THRU 2100-EXIT.
011330     GO TO 2000-EXIT.
011340
011350 2000-REFUSE.
011360     ADD 1 TO CT-REFUSED.
011370     PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT.
011380
011390 2000-EXIT.
011400     EXIT.
011410
011420******************************************************************
011430* 2050-FIND-REASON                                              *
011440*   Serial search of REASON-CODE-TABLE for OVT-REASON-CODE,    *
011450*   building the history reason field when found.              *
011460******************************************************************
011470 2050-FIND-REASON.
011480     SET REASON-NOT-FOUND TO TRUE.
011490     MOVE ZERO TO RSN-FOUND-IDX.
011500     PERFORM 2060-MATCH-REASON THRU 2060-EXIT
011510         VARYING RSN-IDX FROM 1 BY 1
011520         UNTIL RSN-IDX IS GREATER THAN 8
011530            OR REASON-FOUND.
011540     IF REASON-FOUND
011550         MOVE RSN-CODE (RSN-FOUND-IDX) TO WK-OVR-REASON-CODE
011560         MOVE RSN-DESCRIPTION (RSN-FOUND-IDX)
011570             TO WK-OVR-REASON-TEXT
011580     END-IF.
011590
011600 2050-EXIT.
011610     EXIT.
011620
011630 2060-MATCH-REASON.
011640     IF RSN-CODE (RSN-IDX) IS EQUAL TO OVT-REASON-CODE
011650         SET REASON-FOUND TO TRUE
011660         MOVE RSN-IDX TO RSN-FOUND-IDX
011670     END-IF.
011680
011690 2060-EXIT.
011700     EXIT.
011710
011720******************************************************************
011730* 2100-APPLY-OVERRIDE                                           *
011740*   Records the overruling decision on the history and the     *
011750*   master, then moves the candidate into or out of the        *
011760*   pipeline and writes the letter.                            *
011770******************************************************************
011780 2100-APPLY-OVERRIDE.
011790     PERFORM 2200-WRITE-OVERRIDE-HISTORY THRU 2200-EXIT.
011800     PERFORM 2300-UPDATE-MASTER THRU 2300-EXIT.
011810
011820     ADD 1 TO CT-APPLIED.
011830     IF OVT-TO-PASS
011840         MOVE "OVERTURNED TO PASS" TO WK-DISPOSITION
011850         ADD 1 TO CT-TO-PASS
011860         PERFORM 2500-RELEASE-CANDIDATE THRU 2500-EXIT
011870     ELSE
011880         MOVE "OVERTURNED TO FAIL" TO WK-DISPOSITION
011890         ADD 1 TO CT-TO-FAIL
011900         PERFORM 2600-PULL-CANDIDATE THRU 2600-EXIT
011910     END-IF.
011920
011930     PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT.
011940     PERFORM 2700-WRITE-LETTER THRU 2700-EXIT.
011950
011960* A new stage-1 decision opens the application afresh - the
011970* overturned pass goes through stage 2 again in this job.
011980     IF OVT-STAGE-1
011990         MOVE OVT-NEW-RESULT TO CS-S1-RESULT (CS-FOUND-IDX)
012000         MOVE SPACES TO CS-S2-RESULT (CS-FOUND-IDX)
012010     ELSE
012020         MOVE OVT-NEW-RESULT TO CS-S2-RESULT (CS-FOUND-IDX)
012030     END-IF.
012040
012050 2100-EXIT.
012060     EXIT.
012070
012080******************************************************************
012090* 2200-WRITE-OVERRIDE-HISTORY                                   *
012100*   The override entry carries the stage overruled, the new    *
012110*   result, the authorizing supervisor and the reason.         *
012120******************************************************************
012130 2200-WRITE-OVERRIDE-HISTORY.
012140     MOVE SPACES TO HIST-RECORD.
012150     MOVE WK-TODAY TO HIST-RUN-DATE.
012160     MOVE WK-RUN-NUMBER TO HIST-RUN-NUMBER.
012170     MOVE OVT-CAND-ID TO HIST-CAND-ID.
012180     MOVE MAST-AGE TO HIST-AGE.
012190     MOVE OVT-NEW-RESULT TO HIST-RESULT.
012200     MOVE WK-OVERRIDE-REASON TO HIST-REJECT-REASON.
012210     MOVE MAST-POSITION TO HIST-POSITION.
012220     MOVE MAST-SOURCE TO HIST-SOURCE.
012230     MOVE OVT-STAGE TO HIST-STAGE.
012240     MOVE OVT-SUPERVISOR TO HIST-OVERRIDE-BY.
012250     WRITE HIST-RECORD.
012260
012270 2200-EXIT.
012280     EXIT.
012290
012300******************************************************************
012310* 2300-UPDATE-MASTER                                            *
012320*   A stage-1 override is the candidate's new stage-1          *
012330*   decision, dated today.  Either stage marks the record      *
012340*   overridden, with the authorizer.                           *
012350******************************************************************
012360 2300-UPDATE-MASTER.
012370     IF OVT-STAGE-1
012380         MOVE OVT-NEW-RESULT TO MAST-STAGE1-RESULT
012390         MOVE WK-TODAY TO MAST-DECISION-DATE
012400     END-IF.
012410     MOVE OVT-STAGE TO MAST-OVERRIDE-STAGE.
012420     MOVE OVT-SUPERVISOR TO MAST-OVERRIDE-BY.
012430     REWRITE MASTER-RECORD.
012440
012450 2300-EXIT.
012460     EXIT.
012470
012480 2400-WRITE-REPORT-LINE.
012490     MOVE SPACES TO RPT-DETAIL-LINE.
012500     MOVE OVT-CAND-ID TO RPT-D-ID.
012510     IF MASTER-FOUND
012520         MOVE MAST-CAND-NAME TO RPT-D-NAME
012530     END-IF.
012540     MOVE OVT-STAGE TO RPT-D-STAGE.
012550     MOVE WK-PRIOR-RESULT TO RPT-D-PRIOR.
012560     MOVE OVT-NEW-RESULT TO RPT-D-NEW.
012570     MOVE OVT-SUPERVISOR TO RPT-D-SUPERVISOR.
012580     MOVE OVT-REASON-CODE TO RPT-D-REASON.
012590     MOVE WK-DISPOSITION TO RPT-D-DISPOSITION.
012600     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
012610
012620 2400-EXIT.
012630     EXIT.
012640
012650******************************************************************
012660* 2500-RELEASE-CANDIDATE                                        *
012670*   An overturned stage-1 fail joins the chain the way a       *
012680*   nightly pass does - the stage-2 step reads the pass file   *
012690*   and the ATS gets the candidate on this run's extract.  An  *
012700*   overturned stage-2 fail goes straight to scheduling.       *
012710******************************************************************
012720 2500-RELEASE-CANDIDATE.
012730     MOVE SPACES TO CANDIDATE-WORK-RECORD.
012740     MOVE MAST-CAND-ID TO CWR-CAND-ID.
012750     MOVE MAST-CAND-NAME TO CWR-CAND-NAME.
012760     MOVE MAST-AGE TO CWR-CAND-AGE.
012770     MOVE ZERO TO CWR-BIRTH-DATE.
012780     MOVE MAST-POSITION TO CWR-POSITION.
012790     MOVE MAST-SOURCE TO CWR-SOURCE.
012800     MOVE MAST-SOURCE-ID TO CWR-SOURCE-ID.
012810     MOVE "PASS" TO CWR-STAGE1-RESULT.
012820
012830     IF OVT-STAGE-2
012840         MOVE "PASS" TO CWR-STAGE2-RESULT
012850         WRITE STAGE2-PASS-LINE FROM CANDIDATE-WORK-RECORD
012860         GO TO 2500-EXIT
012870     END-IF.
012880
012890     WRITE STAGE1-PASS-LINE FROM CANDIDATE-WORK-RECORD.
012900
012910     MOVE SPACES TO ATS-RECORD.
012920     MOVE MAST-CAND-ID TO ATS-CAND-ID.
012930     MOVE MAST-CAND-NAME TO ATS-CAND-NAME.
012940     MOVE MAST-AGE TO ATS-CAND-AGE.
012950     MOVE WK-TODAY TO ATS-DECISION-DATE.
012960     MOVE MAST-POSITION TO ATS-POSITION.
012970     WRITE ATS-LINE FROM ATS-RECORD.
012980     ADD 1 TO CT-ATS-SENT.
012990     PERFORM 2550-HASH-CAND-ID THRU 2550-EXIT.
013000     ADD WK-HASH-VALUE TO WK-ATS-HASH-TOTAL.
013010
013020 2500-EXIT.
013030     EXIT.
013040
013050******************************************************************
013060* 2550-HASH-CAND-ID                                             *
013070*   Numeric value of the candidate id's digits into            *
013080*   WK-HASH-VALUE, for the caller's trailer hash total.        *
013090******************************************************************
013100 2550-HASH-CAND-ID.
013110     MOVE MAST-CAND-ID TO WK-HASH-CAND-ID.
013120     MOVE ZERO TO WK-HASH-VALUE.
013130     PERFORM 2560-HASH-ONE-CHAR THRU 2560-EXIT
013140         VARYING WK-HASH-IDX FROM 1 BY 1
013150         UNTIL WK-HASH-IDX IS GREATER THAN 10.
013160
013170 2550-EXIT.
013180     EXIT.
013190
013200 2560-HASH-ONE-CHAR.
013210     MOVE WK-HASH-CHAR (WK-HASH-IDX) TO WK-HASH-DIGIT-X.
013220     IF WK-HASH-DIGIT-X IS NUMERIC
013230         COMPUTE WK-HASH-VALUE =
013240             WK-HASH-VALUE * 10 + WK-HASH-DIGIT
013250     END-IF.
013260
013270 2560-EXIT.
013280     EXIT.
013290
013300******************************************************************
013310* 2600-PULL-CANDIDATE                                           *
013320*   An overturned pass leaves the pipeline.  Only stage-1      *
013330*   passes were ever transmitted to the ATS, so a stage-1      *
013340*   override also takes the candidate off the ledger and       *
013350*   tells the ATS to close the record, the same notice a       *
013360*   withdrawal sends.  Either stage takes the candidate's      *
013370*   interview bookings and backlog place away.                 *
013380******************************************************************
013390 2600-PULL-CANDIDATE.
013400     IF OVT-STAGE-1
013410         PERFORM 2610-PULL-ONE-LEDGER THRU 2610-EXIT
013420             VARYING LG-IDX FROM 1 BY 1
013430             UNTIL LG-IDX IS GREATER THAN LG-COUNT
013440         MOVE SPACES TO ATS-RECORD
013450         MOVE MAST-CAND-ID TO ATS-CAND-ID
013460         MOVE MAST-CAND-NAME TO ATS-CAND-NAME
013470         MOVE MAST-AGE TO ATS-CAND-AGE
013480         MOVE WK-TODAY TO ATS-DECISION-DATE
013490         WRITE ATS-WDRW-LINE FROM ATS-RECORD
013500         ADD 1 TO CT-ATS-CLOSED
013510         PERFORM 2550-HASH-CAND-ID THRU 2550-EXIT
013520         ADD WK-HASH-VALUE TO WK-WDRW-HASH-TOTAL
013530     END-IF.
013540
013550     PERFORM 2620-PULL-ONE-BOOKING THRU 2620-EXIT
013560         VARYING IA-IDX FROM 1 BY 1
013570         UNTIL IA-IDX IS GREATER THAN IA-COUNT.
013580     PERFORM 2630-PULL-ONE-BACKLOG THRU 2630-EXIT
013590         VARYING BK-IDX FROM 1 BY 1
013600         UNTIL BK-IDX IS GREATER THAN BK-COUNT.
013610
013620 2600-EXIT.
013630     EXIT.
013640
013650 2610-PULL-ONE-LEDGER.
013660     IF LG-CAND-ID (LG-IDX) IS EQUAL TO OVT-CAND-ID
013670        AND LG-PULLED (LG-IDX) IS EQUAL TO "N"
013680         MOVE "Y" TO LG-PULLED (LG-IDX)
013690         SET LEDGER-CHANGED TO TRUE
013700         ADD 1 TO CT-LEDGER-PULLED
013710     END-IF.
013720
013730 2610-EXIT.
013740     EXIT.
013750
013760 2620-PULL-ONE-BOOKING.
013770     IF IA-CAND-ID (IA-IDX) IS EQUAL TO OVT-CAND-ID
013780        AND IA-PULLED (IA-IDX) IS EQUAL TO "N"
013790         MOVE "Y" TO IA-PULLED (IA-IDX)
013800         SET ASSIGN-CHANGED TO TRUE
013810         ADD 1 TO CT-BOOKINGS-PULLED
013820     END-IF.
013830
013840 2620-EXIT.
013850     EXIT.
013860
013870 2630-PULL-ONE-BACKLOG.
013880     IF BK-CAND-ID (BK-IDX) IS EQUAL TO OVT-CAND-ID
013890        AND BK-PULLED (BK-IDX) IS EQUAL TO "N"
013900         MOVE "Y" TO BK-PULLED (BK-IDX)
013910         SET BACKLOG-CHANGED TO TRUE
013920         ADD 1 TO CT-BACKLOG-PULLED
013930     END-IF.
013940
013950 2630-EXIT.
013960     EXIT.
013970
013980******************************************************************
013990* 2700-WRITE-LETTER                                             *
014000*   Tells the candidate which screening decision was revised   *
014010*   and what it means for the application.                     *
014020******************************************************************
014030 2700-WRITE-LETTER.
014040     WRITE LETTER-LINE FROM LTR-SEPARATOR.
014050     MOVE MAST-CAND-NAME TO LTR-TO-NAME.
014060     MOVE MAST-CAND-ID TO LTR-TO-ID.
014070     WRITE LETTER-LINE FROM LTR-TO-LINE.
014080     IF MAST-POSITION IS NOT EQUAL TO SPACES
014090         MOVE MAST-POSITION TO LTR-POSITION
014100         WRITE LETTER-LINE FROM LTR-POSITION-LINE
014110     END-IF.
014120     MOVE WK-TODAY TO LTR-DATE.
014130     WRITE LETTER-LINE FROM LTR-DATE-LINE.
014140     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
014150
014160     WRITE LETTER-LINE FROM LTR-REVISED-1.
014170     IF OVT-STAGE-1
014180         WRITE LETTER-LINE FROM LTR-REVISED-S1
014190     ELSE
014200         WRITE LETTER-LINE FROM LTR-REVISED-S2
014210     END-IF.
014220     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
014230
014240     IF OVT-TO-PASS
014250         WRITE LETTER-LINE FROM LTR-REVISED-PASS-1
014260         WRITE LETTER-LINE FROM LTR-REVISED-PASS-2
014270     ELSE
014280         WRITE LETTER-LINE FROM LTR-REVISED-FAIL-1
014290         WRITE LETTER-LINE FROM LTR-REVISED-FAIL-2
014300         WRITE LETTER-LINE FROM LTR-BLANK-LINE
014310         WRITE LETTER-LINE FROM LTR-REGRET-3
014320     END-IF.
014330     WRITE LETTER-LINE FROM LTR-BLANK-LINE.
014340     WRITE LETTER-LINE FROM LTR-SIGNATURE.
014350
014360     ADD 1 TO CT-LETTERS.
014370
014380 2700-EXIT.
014390     EXIT.
014400
014410 9000-TERMINATE.
014420     IF LEDGER-CHANGED
014430         PERFORM 9100-REWRITE-LEDGER THRU 9100-EXIT
014440     END-IF.
014450     IF ASSIGN-CHANGED
014460         PERFORM 9200-REWRITE-ASSIGNMENTS THRU 9200-EXIT
014470     END-IF.
014480     IF BACKLOG-CHANGED
014490         PERFORM 9300-REWRITE-BACKLOG THRU 9300-EXIT
014500     END-IF.
014510
014520     MOVE CT-OVERRIDES-READ TO RPT-F-READ.
014530     MOVE CT-APPLIED TO RPT-F-APPLIED.
014540     MOVE CT-TO-PASS TO RPT-F-TO-PASS.
014550     MOVE CT-TO-FAIL TO RPT-F-TO-FAIL.
014560     MOVE CT-REFUSED TO RPT-F-REFUSED.
014570     MOVE CT-NO-CHANGE TO RPT-F-NO-CHANGE.
014580     MOVE CT-ATS-SENT TO RPT-F-ATS-SENT.
014590     MOVE CT-ATS-CLOSED TO RPT-F-ATS-CLOSED.
014600     MOVE CT-LEDGER-PULLED TO RPT-F-LEDGER.
014610     MOVE CT-BOOKINGS-PULLED TO RPT-F-BOOKINGS.
014620     MOVE CT-BACKLOG-PULLED TO RPT-F-BACKLOG.
014630     MOVE CT-LETTERS TO RPT-F-LETTERS.
014640     WRITE REPORT-LINE FROM RPT-FOOTER-1.
014650     WRITE REPORT-LINE FROM RPT-FOOTER-2.
014660     WRITE REPORT-LINE FROM RPT-FOOTER-3.
014670     WRITE REPORT-LINE FROM RPT-FOOTER-4.
014680     WRITE REPORT-LINE FROM RPT-FOOTER-5.
014690     WRITE REPORT-LINE FROM RPT-FOOTER-6.
014700     WRITE REPORT-LINE FROM RPT-FOOTER-7.
014710     WRITE REPORT-LINE FROM RPT-FOOTER-8.
014720     WRITE REPORT-LINE FROM RPT-FOOTER-9.
014730     WRITE REPORT-LINE FROM RPT-FOOTER-10.
014740     WRITE REPORT-LINE FROM RPT-FOOTER-11.
014750     WRITE REPORT-LINE FROM RPT-FOOTER-12.
014760
014770* Record how this override run came out.  A refused override
014780* rides in the reject count and NO CHANGE in the dupl count.
014790     OPEN EXTEND RUN-CONTROL-FILE.
014800     IF NOT FS-RUNCTL-OK
014810         CLOSE RUN-CONTROL-FILE
014820         OPEN OUTPUT RUN-CONTROL-FILE
014830     END-IF.
014840     MOVE SPACES TO RUNCTL-RECORD.
014850     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
014860     SET RUN-COMPLETED TO TRUE.
014870     SET RUN-TYPE-OVERRIDE TO TRUE.
014880     MOVE WK-TODAY TO RUN-EXTRACT-DATE.
014890     MOVE WK-TODAY TO RUN-EVENT-DATE.
014900     MOVE CT-OVERRIDES-READ TO RUN-READ-COUNT.
014910     MOVE CT-TO-PASS TO RUN-PASS-COUNT.
014920     MOVE CT-TO-FAIL TO RUN-FAIL-COUNT.
014930     MOVE CT-REFUSED TO RUN-REJECT-COUNT.
014940     MOVE CT-NO-CHANGE TO RUN-DUPL-COUNT.
014950     WRITE RUNCTL-RECORD.
014960     CLOSE RUN-CONTROL-FILE.
014970
014980* One trailer per transmission, even when nothing was sent.
014990     MOVE SPACES TO ATS-TRAILER-RECORD.
015000     MOVE "TRL" TO ATR-RECORD-TYPE.
015010     MOVE CT-ATS-SENT TO ATR-DETAIL-COUNT.
015020     MOVE WK-ATS-HASH-TOTAL TO ATR-HASH-TOTAL.
015030     WRITE ATS-LINE FROM ATS-TRAILER-RECORD.
015040
015050     MOVE CT-ATS-CLOSED TO ATR-DETAIL-COUNT.
015060     MOVE WK-WDRW-HASH-TOTAL TO ATR-HASH-TOTAL.
015070     WRITE ATS-WDRW-LINE FROM ATS-TRAILER-RECORD.
015080
015090     CLOSE SCREENING-HISTORY-FILE.
015100     CLOSE CANDIDATE-MASTER-FILE.
015110     CLOSE STAGE1-PASS-FILE.
015120     CLOSE STAGE2-PASS-FILE.
015130     CLOSE ATS-INTERFACE-FILE.
015140     CLOSE ATS-WITHDRAWAL-FILE.
015150     CLOSE LETTER-FILE.
015160     CLOSE OVERRIDE-REPORT.
015170
015180     DISPLAY "OVRDPROC - SUPERVISOR OVERRIDE COMPLETE".
015190     DISPLAY "  OVERRIDES READ      : " CT-OVERRIDES-READ.
015200     DISPLAY "  OVERRIDES APPLIED   : " CT-APPLIED.
015210     DISPLAY "  REFUSED             : " CT-REFUSED.
015220     DISPLAY "  NO CHANGE           : " CT-NO-CHANGE.
015230
015240     IF CT-REFUSED IS GREATER THAN ZERO
015250        OR CT-NO-CHANGE IS GREATER THAN ZERO
015260         MOVE 4 TO RETURN-CODE
015270         DISPLAY "OVRDPROC - EXCEPTIONS FOUND, SEE OVRDRPT"
015280     END-IF.
015290
015300 9000-EXIT.
015310     EXIT.
015320
015330* Every ledger entry except those this run pulled.
015340 9100-REWRITE-LEDGER.
015350     OPEN OUTPUT ATS-LEDGER-FILE.
015360     IF NOT FS-LEDGER-OK
015370         DISPLAY "OVRDPROC - ATS-LEDGER-FILE REWRITE FAILED, "
015380                 "STATUS = " FS-ATS-LEDGER
015390         MOVE 16 TO RETURN-CODE
015400         STOP RUN
015410     END-IF.
015420     PERFORM 9110-WRITE-ONE-LEDGER THRU 9110-EXIT
015430         VARYING LG-IDX FROM 1 BY 1
015440         UNTIL LG-IDX IS GREATER THAN LG-COUNT.
015450     CLOSE ATS-LEDGER-FILE.
015460
015470 9100-EXIT.
015480     EXIT.
015490
015500 9110-WRITE-ONE-LEDGER.
015510     IF LG-PULLED (LG-IDX) IS EQUAL TO "Y"
015520         GO TO 9110-EXIT
015530     END-IF.
015540     MOVE LG-RECORD (LG-IDX) TO LEDGER-RECORD.
015550     WRITE LEDGER-RECORD.
015560
015570 9110-EXIT.
015580     EXIT.
015590
015600* Every standing booking except those this run pulled.
015610 9200-REWRITE-ASSIGNMENTS.
015620     OPEN OUTPUT INTERVIEW-ASSIGN-FILE.
015630     IF NOT FS-ASSIGN-OK
015640         DISPLAY "OVRDPROC - INTERVIEW-ASSIGN-FILE REWRITE "
015650                 "FAILED, STATUS = " FS-ASSIGN-FILE
015660         MOVE 16 TO RETURN-CODE
015670         STOP RUN
015680     END-IF.
015690     PERFORM 9210-WRITE-ONE-ASSIGNMENT THRU 9210-EXIT
015700         VARYING IA-IDX FROM 1 BY 1
015710         UNTIL IA-IDX IS GREATER THAN IA-COUNT.
015720     CLOSE INTERVIEW-ASSIGN-FILE.
015730
015740 9200-EXIT.
015750     EXIT.
015760
015770 9210-WRITE-ONE-ASSIGNMENT.
015780     IF IA-PULLED (IA-IDX) IS EQUAL TO "Y"
015790         GO TO 9210-EXIT
015800     END-IF.
015810     MOVE IA-RECORD (IA-IDX) TO INTERVIEW-ASSIGN-RECORD.
015820     WRITE INTERVIEW-ASSIGN-RECORD.
015830
015840 9210-EXIT.
015850     EXIT.
015860
015870* The backlog in its order, less those this run pulled.
015880 9300-REWRITE-BACKLOG.
015890     OPEN OUTPUT INTERVIEW-BACKLOG-FILE.
015900     IF NOT FS-BACKLOG-OK
015910         DISPLAY "OVRDPROC - INTERVIEW-BACKLOG-FILE REWRITE "
015920                 "FAILED, STATUS = " FS-BACKLOG-FILE
015930         MOVE 16 TO RETURN-CODE
015940         STOP RUN
015950     END-IF.
015960     PERFORM 9310-WRITE-ONE-BACKLOG THRU 9310-EXIT
015970         VARYING BK-IDX FROM 1 BY 1
015980         UNTIL BK-IDX IS GREATER THAN BK-COUNT.
015990     CLOSE INTERVIEW-BACKLOG-FILE.
016000
016010 9300-EXIT.
016020     EXIT.
016030
016040 9310-WRITE-ONE-BACKLOG.
016050     IF BK-PULLED (BK-IDX) IS EQUAL TO "Y"
016060         GO TO 9310-EXIT
016070     END-IF.
016080     MOVE BK-RECORD (BK-IDX) TO BACKLOG-RECORD.
016090     WRITE BACKLOG-RECORD.
016100
016110 9310-EXIT.
016120     EXIT.
016130
016140 END PROGRAM OVRDPROC.

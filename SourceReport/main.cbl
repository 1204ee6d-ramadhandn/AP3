000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 10/08/2026
000050* Date-Compiled.
000060* Purpose: Laporan bulanan efektivitas sumber rekrutmen - per
000070*          saluran sumber (job board, referensi karyawan,
000080*          agensi, kampus, walk-in) dan per posisi dicetak
000090*          jumlah lamaran yang masuk, persentase lulus tahap
000100*          satu dan tahap dua, jumlah wawancara, jumlah yang
000110*          diterima bekerja, biaya penempatan dan biaya per
000120*          karyawan baru.  Dibaca dari riwayat screening
000130*          (arsip HISTARCH lalu SCRNHIST), tabel sumber
000140*          (SRCTABLE) dan master kandidat (CANDMAST).  Di
000150*          akhir laporan dicetak daftar biaya agensi yang
000160*          jatuh tempo untuk karyawan baru bulan itu.
000170* Tectonics: cobc
000180******************************************************************
000190* Modification History:
000200*   10/08/2026  RD  Original program.  Every count is of
000210*                   history entries dated in the report month:
000220*                   received is the stage-1 entries (PASS,
000230*                   FAIL, REJT or DUPL), the pass rates are
000240*                   PASS over PASS plus FAIL at the stage,
000250*                   interviews are the stage-3 outcomes and
000260*                   hires the accepted offers.  Supervisor
000270*                   overrides are not screening decisions and
000280*                   are left out (see OVRDRGST).  An entry
000290*                   that carries no source channel takes the
000300*                   one from the candidate's latest stage-1
000310*                   entry on the history read, so concatenate
000320*                   the archive generations the month's hires
000330*                   could reach back to.  A hire is costed
000340*                   from the master's source id against the
000350*                   source table.
000360******************************************************************
000370
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. SRCERPT.
000400 AUTHOR. RAMADHAN.
000410 INSTALLATION. HR-RECRUITING.
000420 DATE-WRITTEN. 10/08/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-SCREENING-HISTORY.
000510
000520     SELECT ARCHIVE-HISTORY-FILE ASSIGN TO "HISTARCH"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-ARCHIVE-HISTORY.
000550
000560     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS MAST-CAND-ID
000600         FILE STATUS IS FS-CANDIDATE-MASTER.
000610
000620     SELECT SOURCE-FILE ASSIGN TO "SRCTABLE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-SOURCE-FILE.
000650
000660     SELECT SOURCE-REPORT ASSIGN TO "SRCERPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-SOURCE-REPORT.
000690
000700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-RUN-CONTROL.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SCREENING-HISTORY-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY HISTREC.
000790
000800 FD  ARCHIVE-HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  ARCHIVE-HISTORY-LINE             PIC X(80).
000830
000840 FD  CANDIDATE-MASTER-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY CANDMAST.
000870
000880 FD  SOURCE-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY SRCREC.
000910
000920 FD  SOURCE-REPORT
000930     LABEL RECORDS ARE STANDARD.
000940 01  REPORT-LINE                      PIC X(80).
000950
000960 FD  RUN-CONTROL-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY RUNCTL.
000990
001000 WORKING-STORAGE SECTION.
001010
001020 01  FS-SCREENING-HISTORY             PIC X(02).
001030     88  FS-HISTORY-OK                    VALUE "00".
001040     88  FS-HISTORY-NOT-FOUND             VALUE "35".
001050 01  FS-ARCHIVE-HISTORY               PIC X(02).
001060     88  FS-ARCHIVE-OK                    VALUE "00".
001070     88  FS-ARCHIVE-NOT-FOUND             VALUE "35".
001080 01  FS-CANDIDATE-MASTER              PIC X(02).
001090     88  FS-MASTER-OK                     VALUE "00".
001100 01  FS-SOURCE-FILE                   PIC X(02).
001110     88  FS-SOURCE-OK                     VALUE "00".
001120 01  FS-SOURCE-REPORT                 PIC X(02).
001130     88  FS-SOURCE-REPORT-OK              VALUE "00".
001140 01  FS-RUN-CONTROL                   PIC X(02).
001150     88  FS-RUNCTL-OK                     VALUE "00".
001160
001170 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
001180     88  HISTORY-EOF                      VALUE "Y".
001190 01  SW-ARCHIVE-EOF                   PIC X(01)   VALUE "N".
001200     88  ARCHIVE-EOF                      VALUE "Y".
001210 01  SW-SOURCE-EOF                    PIC X(01)   VALUE "N".
001220     88  SOURCE-EOF                       VALUE "Y".
001230 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
001240     88  RUN-CONTROL-EOF                  VALUE "Y".
001250 01  SW-SR-FOUND                      PIC X(01)   VALUE "N".
001260     88  SR-FOUND                         VALUE "Y".
001270     88  SR-NOT-FOUND                     VALUE "N".
001280 01  SW-CS-FOUND                      PIC X(01)   VALUE "N".
001290     88  CS-FOUND                         VALUE "Y".
001300     88  CS-NOT-FOUND                     VALUE "N".
001310 01  SW-GR-FOUND                      PIC X(01)   VALUE "N".
001320     88  GR-FOUND                         VALUE "Y".
001330     88  GR-NOT-FOUND                     VALUE "N".
001340 01  SW-CN-FOUND                      PIC X(01)   VALUE "N".
001350     88  CN-FOUND                         VALUE "Y".
001360     88  CN-NOT-FOUND                     VALUE "N".
001370
001380 01  CT-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
001390 01  CT-ARCHIVE-READ             PIC 9(07) COMP VALUE ZERO.
001400 01  CT-OVERRIDES-SKIPPED        PIC 9(07) COMP VALUE ZERO.
001410 01  CT-HIRES                    PIC 9(07) COMP VALUE ZERO.
001420 01  CT-HIRES-NOT-COSTED         PIC 9(07) COMP VALUE ZERO.
001430
001440 01  WK-TARGET-YYYY                   PIC 9(04).
001450 01  WK-TARGET-YYYY-X REDEFINES WK-TARGET-YYYY
001460                                      PIC X(04).
001470 01  WK-TARGET-MM                     PIC 9(02).
001480 01  WK-TARGET-MM-X REDEFINES WK-TARGET-MM
001490                                      PIC X(02).
001500
001510* The first and last days of the report month.  Day 31 serves
001520* every month as the end - no real date lies between the true
001530* month end and the 31st.
001540 01  WK-MONTH-START.
001550     05  WK-MS-YYYY                   PIC 9(04).
001560     05  WK-MS-MM                     PIC 9(02).
001570     05  WK-MS-DD                     PIC 9(02)   VALUE 01.
001580 01  WK-MONTH-START-N REDEFINES WK-MONTH-START
001590                                      PIC 9(08).
001600 01  WK-MONTH-END.
001610     05  WK-ME-YYYY                   PIC 9(04).
001620     05  WK-ME-MM                     PIC 9(02).
001630     05  WK-ME-DD                     PIC 9(02)   VALUE 31.
001640 01  WK-MONTH-END-N REDEFINES WK-MONTH-END
001650                                      PIC 9(08).
001660
001670 01  WK-SEARCH-CAND-ID                PIC X(10).
001680 01  WK-INSERT-AT                PIC 9(03) COMP VALUE ZERO.
001690 01  WK-PREV-CHANNEL                  PIC X(01).
001700 01  WK-RATE                          PIC 999V9.
001710 01  WK-DECIDED                  PIC 9(07) COMP VALUE ZERO.
001720 01  WK-COST-PER-HIRE                 PIC 9(07)V99.
001730
001740* The source and position an entry is counted under.
001750 01  WK-GROUP-KEY.
001760     05  WK-GK-CHANNEL                PIC X(01).
001770     05  WK-GK-POSITION               PIC X(08).
001780
001790 01  WK-SEARCH-SOURCE.
001800     05  WK-SEARCH-CHANNEL            PIC X(01).
001810     05  WK-SEARCH-SOURCE-ID          PIC X(04).
001820
001830* The fee and agency name found for the hire being posted.
001840 01  WK-HIRE-FEE                      PIC 9(07)V99.
001850 01  WK-HIRE-SOURCE-NAME              PIC X(30).
001860
001870* The run number of the execution this report was produced
001880* under - the latest entry on the run-control journal.
001890 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
001900
001910* ------------------------------------------------------------ *
001920*  CHANNEL NAMES                                               *
001930*    The printed name of each source channel code.  The last   *
001940*    entry, code space, is a history entry with no source -    *
001950*    written before sources were tracked.                      *
001960* ------------------------------------------------------------ *
001970 01  CHANNEL-NAMES-DEFINITION.
001980     05  FILLER                       PIC X(11)
001990             VALUE "JJOB BOARD ".
002000     05  FILLER                       PIC X(11)
002010             VALUE "RREFERRAL  ".
002020     05  FILLER                       PIC X(11)
002030             VALUE "AAGENCY    ".
002040     05  FILLER                       PIC X(11)
002050             VALUE "CCAMPUS    ".
002060     05  FILLER                       PIC X(11)
002070             VALUE "WWALK-IN   ".
002080     05  FILLER                       PIC X(11)
002090             VALUE " UNKNOWN   ".
002100 01  CHANNEL-NAMES-TABLE REDEFINES CHANNEL-NAMES-DEFINITION.
002110     05  CN-ENTRY OCCURS 6 TIMES.
002120         10  CN-CHANNEL               PIC X(01).
002130         10  CN-NAME                  PIC X(10).
002140 01  CN-IDX                      PIC 9(03) COMP VALUE ZERO.
002150 01  CN-FOUND-IDX                PIC 9(03) COMP VALUE ZERO.
002160
002170* ------------------------------------------------------------ *
002180*  RECRUITING SOURCES ON THE SOURCE TABLE                      *
002190*    With the fee agreed per placement, to cost the hires.     *
002200* ------------------------------------------------------------ *
002210 01  SOURCE-TABLE.
002220     05  SR-COUNT                PIC 9(03) COMP VALUE ZERO.
002230     05  SR-IDX                  PIC 9(03) COMP VALUE ZERO.
002240     05  SR-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
002250     05  SR-ENTRY OCCURS 200 TIMES.
002260         10  SR-KEY                   PIC X(05).
002270         10  SR-NAME                  PIC X(30).
002280         10  SR-FEE                   PIC 9(07)V99.
002290
002300* ------------------------------------------------------------ *
002310*  CANDIDATE SOURCE TABLE                                      *
002320*    One entry per candidate seen with a source on a stage-1   *
002330*    entry - the channel of the latest one, for the later      *
002340*    entries that do not carry it.                             *
002350* ------------------------------------------------------------ *
002360 01  CANDIDATE-SOURCE-TABLE.
002370     05  CS-COUNT                PIC 9(05) COMP VALUE ZERO.
002380     05  CS-IDX                  PIC 9(05) COMP VALUE ZERO.
002390     05  CS-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
002400     05  CS-ENTRY OCCURS 10000 TIMES.
002410         10  CS-CAND-ID               PIC X(10).
002420         10  CS-SOURCE                PIC X(01).
002430
002440* ------------------------------------------------------------ *
002450*  SOURCE/POSITION TABLE                                       *
002460*    One entry per source channel and position with activity   *
002470*    in the report month, kept in key order so the report      *
002480*    prints channel by channel without a sort.  GR-COUNTS has  *
002490*    the same layout as PRINT-COUNTS and the totals.           *
002500* ------------------------------------------------------------ *
002510 01  GROUP-TABLE.
002520     05  GR-COUNT                PIC 9(03) COMP VALUE ZERO.
002530     05  GR-IDX                  PIC 9(03) COMP VALUE ZERO.
002540     05  GR-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
002550     05  GR-ENTRY OCCURS 500 TIMES.
002560         10  GR-KEY.
002570             15  GR-CHANNEL           PIC X(01).
002580             15  GR-POSITION          PIC X(08).
002590         10  GR-COUNTS.
002600             15  GR-RECEIVED     PIC 9(07) COMP.
002610             15  GR-PASS1        PIC 9(07) COMP.
002620             15  GR-FAIL1        PIC 9(07) COMP.
002630             15  GR-PASS2        PIC 9(07) COMP.
002640             15  GR-FAIL2        PIC 9(07) COMP.
002650             15  GR-INTERVIEWS   PIC 9(07) COMP.
002660             15  GR-HIRES        PIC 9(07) COMP.
002670             15  GR-FEES              PIC 9(09)V99.
002680
002690* The counts of the line being printed, and the channel (1)
002700* and grand (2) totals.
002710 01  PRINT-COUNTS.
002720     05  PC-RECEIVED             PIC 9(07) COMP.
002730     05  PC-PASS1                PIC 9(07) COMP.
002740     05  PC-FAIL1                PIC 9(07) COMP.
002750     05  PC-PASS2                PIC 9(07) COMP.
002760     05  PC-FAIL2                PIC 9(07) COMP.
002770     05  PC-INTERVIEWS           PIC 9(07) COMP.
002780     05  PC-HIRES                PIC 9(07) COMP.
002790     05  PC-FEES                      PIC 9(09)V99.
002800
002810 01  TOTAL-TABLE.
002820     05  TL-IDX                  PIC 9(01) COMP VALUE ZERO.
002830     05  TL-ENTRY OCCURS 2 TIMES.
002840         10  TL-RECEIVED         PIC 9(07) COMP.
002850         10  TL-PASS1            PIC 9(07) COMP.
002860         10  TL-FAIL1            PIC 9(07) COMP.
002870         10  TL-PASS2            PIC 9(07) COMP.
002880         10  TL-FAIL2            PIC 9(07) COMP.
002890         10  TL-INTERVIEWS       PIC 9(07) COMP.
002900         10  TL-HIRES            PIC 9(07) COMP.
002910         10  TL-FEES                  PIC 9(09)V99.
002920
002930* ------------------------------------------------------------ *
002940*  AGENCY FEE TABLE                                            *
002950*    One entry per agency hire in the report month, in the     *
002960*    order the offers were accepted.                           *
002970* ------------------------------------------------------------ *
002980 01  AGENCY-FEE-TABLE.
002990     05  AF-COUNT                PIC 9(03) COMP VALUE ZERO.
003000     05  AF-IDX                  PIC 9(03) COMP VALUE ZERO.
003010     05  AF-TOTAL-FEES                PIC 9(09)V99 VALUE ZERO.
003020     05  AF-ENTRY OCCURS 500 TIMES.
003030         10  AF-DATE                  PIC 9(08).
003040         10  AF-CAND-ID               PIC X(10).
003050         10  AF-POSITION              PIC X(08).
003060         10  AF-SOURCE-ID             PIC X(04).
003070         10  AF-NAME                  PIC X(30).
003080         10  AF-FEE                   PIC 9(07)V99.
003090
003100 01  RPT-HEADING-1.
003110     05  FILLER                       PIC X(34)
003120             VALUE "RECRUITING SOURCE EFFECTIVENESS".
003130     05  FILLER                       PIC X(06)
003140             VALUE "MONTH ".
003150     05  RPT-H-YYYY                   PIC 9999.
003160     05  FILLER                       PIC X(01)   VALUE "-".
003170     05  RPT-H-MM                     PIC 99.
003180     05  FILLER                       PIC X(06)   VALUE "  RUN ".
003190     05  RPT-H-RUN-NUMBER             PIC 9(07).
003200     05  FILLER                       PIC X(20)   VALUE SPACES.
003210
003220 01  RPT-HEADING-2                    PIC X(80)   VALUE
003230     "PASS % = PASSED / (PASSED + FAILED) AT THE STAGE".
003240
003250 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
003260
003270 01  RPT-NO-ACTIVITY                  PIC X(80)   VALUE
003280     "NO APPLICANT ACTIVITY ON FILE FOR THIS MONTH".
003290
003300 01  RPT-SOURCE-COLUMNS.
003310     05  FILLER                       PIC X(20)
003320             VALUE "SOURCE     POSITION".
003330     05  FILLER                       PIC X(06)
003340             VALUE " RECVD".
003350     05  FILLER                       PIC X(07)
003360             VALUE " PASS1%".
003370     05  FILLER                       PIC X(07)
003380             VALUE " PASS2%".
003390     05  FILLER                       PIC X(07)
003400             VALUE "  INTVW".
003410     05  FILLER                       PIC X(07)
003420             VALUE "  HIRES".
003430     05  FILLER                       PIC X(15)
003440             VALUE "           FEES".
003450     05  FILLER                       PIC X(11)
003460             VALUE "  COST/HIRE".
003470
003480 01  RPT-SOURCE-LINE.
003490     05  RPT-G-SOURCE                 PIC X(10).
003500     05  FILLER                       PIC X(01)   VALUE SPACE.
003510     05  RPT-G-POSITION               PIC X(08).
003520     05  FILLER                       PIC X(01)   VALUE SPACE.
003530     05  RPT-G-RECEIVED               PIC ZZ,ZZ9.
003540     05  FILLER                       PIC X(02)   VALUE SPACES.
003550     05  RPT-G-PASS1                  PIC ZZ9.9.
003560     05  FILLER                       PIC X(02)   VALUE SPACES.
003570     05  RPT-G-PASS2                  PIC ZZ9.9.
003580     05  FILLER                       PIC X(01)   VALUE SPACE.
003590     05  RPT-G-INTERVIEWS             PIC ZZ,ZZ9.
003600     05  FILLER                       PIC X(01)   VALUE SPACE.
003610     05  RPT-G-HIRES                  PIC ZZ,ZZ9.
003620     05  FILLER                       PIC X(01)   VALUE SPACE.
003630     05  RPT-G-FEES                   PIC ZZZ,ZZZ,ZZ9.99.
003640     05  FILLER                       PIC X(01)   VALUE SPACE.
003650     05  RPT-G-COST                   PIC ZZZ,ZZ9.99.
003660
003670 01  RPT-AGENCY-HEADING               PIC X(80)   VALUE
003680     "AGENCY FEES DUE FOR HIRES MADE THIS MONTH:".
003690
003700 01  RPT-NO-AGENCY-HIRES              PIC X(80)   VALUE
003710     "NO AGENCY HIRES THIS MONTH".
003720
003730 01  RPT-AGENCY-COLUMNS.
003740     05  FILLER                       PIC X(09)
003750             VALUE "DATE".
003760     05  FILLER                       PIC X(11)
003770             VALUE "CANDIDATE".
003780     05  FILLER                       PIC X(09)
003790             VALUE "POSITION".
003800     05  FILLER                       PIC X(05)
003810             VALUE "AGCY".
003820     05  FILLER                       PIC X(31)
003830             VALUE "AGENCY NAME".
003840     05  FILLER                       PIC X(12)
003850             VALUE "         FEE".
003860     05  FILLER                       PIC X(03)   VALUE SPACES.
003870
003880 01  RPT-AGENCY-LINE.
003890     05  RPT-A-DATE                   PIC 9(08).
003900     05  FILLER                       PIC X(01)   VALUE SPACE.
003910     05  RPT-A-CAND-ID                PIC X(10).
003920     05  FILLER                       PIC X(01)   VALUE SPACE.
003930     05  RPT-A-POSITION               PIC X(08).
003940     05  FILLER                       PIC X(01)   VALUE SPACE.
003950     05  RPT-A-SOURCE-ID              PIC X(04).
003960     05  FILLER                       PIC X(01)   VALUE SPACE.
003970     05  RPT-A-NAME                   PIC X(30).
003980     05  FILLER                       PIC X(01)   VALUE SPACE.
003990     05  RPT-A-FEE                    PIC Z,ZZZ,ZZ9.99.
004000     05  FILLER                       PIC X(03)   VALUE SPACES.
004010
004020 01  RPT-AGENCY-TOTAL.
004030     05  FILLER                       PIC X(64)
004040             VALUE "TOTAL AGENCY FEES DUE".
004050     05  RPT-T-FEES                   PIC ZZ,ZZZ,ZZ9.99.
004060     05  FILLER                       PIC X(03)   VALUE SPACES.
004070
004080 01  RPT-FOOTER-1.
004090     05  FILLER                       PIC X(24)
004100             VALUE "HISTORY ENTRIES READ . .".
004110     05  RPT-F-HISTORY                PIC ZZZ,ZZ9.
004120 01  RPT-FOOTER-2.
004130     05  FILLER                       PIC X(24)
004140             VALUE "ARCHIVE ENTRIES READ . .".
004150     05  RPT-F-ARCHIVE                PIC ZZZ,ZZ9.
004160 01  RPT-FOOTER-3.
004170     05  FILLER                       PIC X(24)
004180             VALUE "SOURCES ON TABLE . . . .".
004190     05  RPT-F-SOURCES                PIC ZZZ,ZZ9.
004200 01  RPT-FOOTER-4.
004210     05  FILLER                       PIC X(24)
004220             VALUE "OVERRIDES NOT COUNTED  .".
004230     05  RPT-F-OVERRIDES              PIC ZZZ,ZZ9.
004240 01  RPT-FOOTER-5.
004250     05  FILLER                       PIC X(24)
004260             VALUE "HIRES THIS MONTH . . . .".
004270     05  RPT-F-HIRES                  PIC ZZZ,ZZ9.
004280 01  RPT-FOOTER-6.
004290     05  FILLER                       PIC X(24)
004300             VALUE "  NOT ON SOURCE TABLE  .".
004310     05  RPT-F-NOT-COSTED             PIC ZZZ,ZZ9.
004320
004330 PROCEDURE DIVISION.
004340
004350******************************************************************
004360* 0000-MAINLINE                                                 *
004370******************************************************************
004380 0000-MAINLINE.
004390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004400     PERFORM 1300-LOAD-SOURCES THRU 1300-EXIT.
004410     PERFORM 2000-LOAD-ARCHIVE THRU 2000-EXIT.
004420     PERFORM 2100-LOAD-HISTORY THRU 2100-EXIT.
004430     PERFORM 4000-PRINT-SOURCES THRU 4000-EXIT.
004440     PERFORM 5000-PRINT-AGENCY-FEES THRU 5000-EXIT.
004450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004460     STOP RUN.
004470
004480 1000-INITIALIZE.
004490     DISPLAY "REPORT YEAR (YYYY) . . . . .".
004500     ACCEPT WK-TARGET-YYYY.
004510     DISPLAY "REPORT MONTH (MM)  . . . . .".
004520     ACCEPT WK-TARGET-MM.
004530
004540     IF WK-TARGET-YYYY-X IS NOT NUMERIC
004550        OR WK-TARGET-MM-X IS NOT NUMERIC
004560        OR WK-TARGET-MM IS LESS THAN 1
004570        OR WK-TARGET-MM IS GREATER THAN 12
004580         DISPLAY "SRCERPT - BAD REPORT MONTH "
004590                 WK-TARGET-YYYY-X "-" WK-TARGET-MM-X
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630     MOVE WK-TARGET-YYYY TO WK-MS-YYYY.
004640     MOVE WK-TARGET-MM TO WK-MS-MM.
004650     MOVE WK-TARGET-YYYY TO WK-ME-YYYY.
004660     MOVE WK-TARGET-MM TO WK-ME-MM.
004670
004680     OPEN OUTPUT SOURCE-REPORT.
004690     IF NOT FS-SOURCE-REPORT-OK
004700         DISPLAY "SRCERPT - SOURCE-REPORT OPEN FAILED, "
004710                 "STATUS = " FS-SOURCE-REPORT
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750
004760* The master holds the board, referrer or agency id each hire
004770* is costed by.
004780     OPEN INPUT CANDIDATE-MASTER-FILE.
004790     IF NOT FS-MASTER-OK
004800         DISPLAY "SRCERPT - CANDIDATE-MASTER-FILE OPEN "
004810                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850
004860     MOVE WK-TARGET-YYYY TO RPT-H-YYYY.
004870     MOVE WK-TARGET-MM TO RPT-H-MM.
004880     PERFORM 1100-GET-RUN-NUMBER THRU 1100-EXIT.
004890     WRITE REPORT-LINE FROM RPT-HEADING-1.
004900     WRITE REPORT-LINE FROM RPT-HEADING-2.
004910
004920 1000-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 1100-GET-RUN-NUMBER                                           *
004970*   The latest entry on the run-control journal belongs to the  *
004980*   execution this report was produced under - its run number   *
004990*   goes in the heading.  A missing journal just leaves the     *
005000*   heading zero.                                               *
005010******************************************************************
005020 1100-GET-RUN-NUMBER.
005030     OPEN INPUT RUN-CONTROL-FILE.
005040     IF NOT FS-RUNCTL-OK
005050         GO TO 1100-STAMP
005060     END-IF.
005070
005080     PERFORM 1110-READ-ONE-RUNCTL THRU 1110-EXIT
005090         UNTIL RUN-CONTROL-EOF.
005100     CLOSE RUN-CONTROL-FILE.
005110
005120 1100-STAMP.
005130     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
005140
005150 1100-EXIT.
005160     EXIT.
005170
005180 1110-READ-ONE-RUNCTL.
005190     READ RUN-CONTROL-FILE
005200         AT END
005210             SET RUN-CONTROL-EOF TO TRUE
005220             GO TO 1110-EXIT
005230     END-READ.
005240
005250     IF RUN-NUMBER-X IS NUMERIC
005260         MOVE RUN-NUMBER TO WK-RUN-NUMBER
005270     END-IF.
005280
005290 1110-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 1300-LOAD-SOURCES                                             *
005340*   Reads the recruiting-source table into SOURCE-TABLE with    *
005350*   each source's name and fee.  A missing table or a bad       *
005360*   record fails the step - the hires could not be costed.      *
005370******************************************************************
005380 1300-LOAD-SOURCES.
005390     OPEN INPUT SOURCE-FILE.
005400     IF NOT FS-SOURCE-OK
005410         DISPLAY "SRCERPT - SOURCE-FILE OPEN FAILED, "
005420                 "STATUS = " FS-SOURCE-FILE
005430         MOVE 16 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460
005470     PERFORM 1310-LOAD-ONE-SOURCE THRU 1310-EXIT
005480         UNTIL SOURCE-EOF.
005490     CLOSE SOURCE-FILE.
005500
005510 1300-EXIT.
005520     EXIT.
005530
005540 1310-LOAD-ONE-SOURCE.
005550     READ SOURCE-FILE
005560         AT END
005570             SET SOURCE-EOF TO TRUE
005580             GO TO 1310-EXIT
005590     END-READ.
005600
005610     IF NOT SRC-CHANNEL-VALID
005620        OR SRC-PLACEMENT-FEE-X IS NOT NUMERIC
005630         DISPLAY "SRCERPT - BAD SOURCE RECORD: "
005640                 SOURCE-RECORD
005650         MOVE 16 TO RETURN-CODE
005660         STOP RUN
005670     END-IF.
005680
005690     IF SR-COUNT IS NOT LESS THAN 200
005700         DISPLAY "SRCERPT - SOURCE-TABLE FULL AT "
005710                 "200 ENTRIES"
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005740     END-IF.
005750     ADD 1 TO SR-COUNT.
005760     MOVE SRC-KEY TO SR-KEY (SR-COUNT).
005770     MOVE SRC-NAME TO SR-NAME (SR-COUNT).
005780     MOVE SRC-PLACEMENT-FEE TO SR-FEE (SR-COUNT).
005790
005800 1310-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 1320-FIND-SOURCE-ENTRY                                        *
005850*   Serial search of SOURCE-TABLE for WK-SEARCH-SOURCE.         *
005860******************************************************************
005870 1320-FIND-SOURCE-ENTRY.
005880     SET SR-NOT-FOUND TO TRUE.
005890     MOVE ZERO TO SR-FOUND-IDX.
005900     PERFORM 1325-MATCH-SOURCE-ENTRY THRU 1325-EXIT
005910         VARYING SR-IDX FROM 1 BY 1
005920         UNTIL SR-IDX IS GREATER THAN SR-COUNT
005930            OR SR-FOUND.
005940
005950 1320-EXIT.
005960     EXIT.
005970
005980 1325-MATCH-SOURCE-ENTRY.
005990     IF SR-KEY (SR-IDX) IS EQUAL TO WK-SEARCH-SOURCE
006000         SET SR-FOUND TO TRUE
006010         MOVE SR-IDX TO SR-FOUND-IDX
006020     END-IF.
006030
006040 1325-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 2000-LOAD-ARCHIVE                                             *
006090*   The archived periods the JCL concatenates come first - they *
006100*   are older than anything still on SCRNHIST.  No archive on   *
006110*   file just means nothing was purged yet.                     *
006120******************************************************************
006130 2000-LOAD-ARCHIVE.
006140     OPEN INPUT ARCHIVE-HISTORY-FILE.
006150     IF FS-ARCHIVE-NOT-FOUND
006160         GO TO 2000-EXIT
006170     END-IF.
006180     IF NOT FS-ARCHIVE-OK
006190         DISPLAY "SRCERPT - ARCHIVE-HISTORY-FILE OPEN "
006200                 "FAILED, STATUS = " FS-ARCHIVE-HISTORY
006210         MOVE 16 TO RETURN-CODE
006220         STOP RUN
006230     END-IF.
006240
006250     PERFORM 2010-READ-ONE-ARCHIVE THRU 2010-EXIT
006260         UNTIL ARCHIVE-EOF.
006270     CLOSE ARCHIVE-HISTORY-FILE.
006280
006290 2000-EXIT.
006300     EXIT.
006310
006320 2010-READ-ONE-ARCHIVE.
006330     READ ARCHIVE-HISTORY-FILE
006340         AT END
006350             SET ARCHIVE-EOF TO TRUE
006360             GO TO 2010-EXIT
006370     END-READ.
006380     ADD 1 TO CT-ARCHIVE-READ.
006390
006400     MOVE ARCHIVE-HISTORY-LINE TO HIST-RECORD.
006410     PERFORM 2200-APPLY-HISTORY-ENTRY THRU 2200-EXIT.
006420
006430 2010-EXIT.
006440     EXIT.
006450
006460 2100-LOAD-HISTORY.
006470     OPEN INPUT SCREENING-HISTORY-FILE.
006480     IF FS-HISTORY-NOT-FOUND
006490         GO TO 2100-EXIT
006500     END-IF.
006510     IF NOT FS-HISTORY-OK
006520         DISPLAY "SRCERPT - SCREENING-HISTORY-FILE OPEN "
006530                 "FAILED, STATUS = " FS-SCREENING-HISTORY
006540         MOVE 16 TO RETURN-CODE
006550         STOP RUN
006560     END-IF.
006570
006580     PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
006590         UNTIL HISTORY-EOF.
006600     CLOSE SCREENING-HISTORY-FILE.
006610
006620 2100-EXIT.
006630     EXIT.
006640
006650 2110-READ-ONE-HISTORY.
006660     READ SCREENING-HISTORY-FILE
006670         AT END
006680             SET HISTORY-EOF TO TRUE
006690             GO TO 2110-EXIT
006700     END-READ.
006710     ADD 1 TO CT-HISTORY-READ.
006720
006730     PERFORM 2200-APPLY-HISTORY-ENTRY THRU 2200-EXIT.
006740
006750 2110-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790* 2200-APPLY-HISTORY-ENTRY                                      *
006800*   A stage-1 entry with a source, of any month up to the       *
006810*   month end, becomes the candidate's source for the later     *
006820*   entries.  Then only entries dated in the report month       *
006830*   count: stage-1 entries as received and PASS or FAIL at      *
006840*   stage 1, stage-2 PASS or FAIL, stage-3 outcomes as          *
006850*   interviews and accepted offers as hires.  Overrides,        *
006860*   withdrawals, erasures and the other offer outcomes are      *
006870*   passed over.                                                *
006880******************************************************************
006890 2200-APPLY-HISTORY-ENTRY.
006900     IF HIST-RUN-DATE IS GREATER THAN WK-MONTH-END-N
006910         GO TO 2200-EXIT
006920     END-IF.
006930
006940     IF NOT HIST-NOT-OVERRIDDEN
006950         IF HIST-RUN-DATE IS NOT LESS THAN WK-MONTH-START-N
006960             ADD 1 TO CT-OVERRIDES-SKIPPED
006970         END-IF
006980         GO TO 2200-EXIT
006990     END-IF.
007000
007010     IF HIST-STAGE-1
007020        AND (HIST-RESULT-PASS OR HIST-RESULT-FAIL
007030             OR HIST-RESULT-REJECT OR HIST-RESULT-DUPL)
007040        AND NOT HIST-SOURCE-UNKNOWN
007050         PERFORM 2310-MAP-CANDIDATE THRU 2310-EXIT
007060     END-IF.
007070
007080     IF HIST-RUN-DATE IS LESS THAN WK-MONTH-START-N
007090         GO TO 2200-EXIT
007100     END-IF.
007110
007120     IF HIST-STAGE-1
007130         IF HIST-RESULT-PASS OR HIST-RESULT-FAIL
007140            OR HIST-RESULT-REJECT OR HIST-RESULT-DUPL
007150             PERFORM 2400-SET-GROUP THRU 2400-EXIT
007160             ADD 1 TO GR-RECEIVED (GR-FOUND-IDX)
007170             IF HIST-RESULT-PASS
007180                 ADD 1 TO GR-PASS1 (GR-FOUND-IDX)
007190             END-IF
007200             IF HIST-RESULT-FAIL
007210                 ADD 1 TO GR-FAIL1 (GR-FOUND-IDX)
007220             END-IF
007230         END-IF
007240         GO TO 2200-EXIT
007250     END-IF.
007260
007270     IF HIST-STAGE-2
007280         PERFORM 2400-SET-GROUP THRU 2400-EXIT
007290         IF HIST-RESULT-PASS
007300             ADD 1 TO GR-PASS2 (GR-FOUND-IDX)
007310         END-IF
007320         IF HIST-RESULT-FAIL
007330             ADD 1 TO GR-FAIL2 (GR-FOUND-IDX)
007340         END-IF
007350         GO TO 2200-EXIT
007360     END-IF.
007370
007380     IF HIST-STAGE-INTERVIEW
007390         PERFORM 2400-SET-GROUP THRU 2400-EXIT
007400         ADD 1 TO GR-INTERVIEWS (GR-FOUND-IDX)
007410         GO TO 2200-EXIT
007420     END-IF.
007430
007440     IF HIST-STAGE-OFFER AND HIST-RESULT-OFFER-ACCEPTED
007450         PERFORM 3000-POST-HIRE THRU 3000-EXIT
007460     END-IF.
007470
007480 2200-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* 2300-FIND-CANDIDATE                                           *
007530*   Serial search of CANDIDATE-SOURCE-TABLE for                 *
007540*   WK-SEARCH-CAND-ID.                                          *
007550******************************************************************
007560 2300-FIND-CANDIDATE.
007570     SET CS-NOT-FOUND TO TRUE.
007580     MOVE ZERO TO CS-FOUND-IDX.
007590     PERFORM 2320-MATCH-CANDIDATE THRU 2320-EXIT
007600         VARYING CS-IDX FROM 1 BY 1
007610         UNTIL CS-IDX IS GREATER THAN CS-COUNT
007620            OR CS-FOUND.
007630
007640 2300-EXIT.
007650     EXIT.
007660
007670 2310-MAP-CANDIDATE.
007680     MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID.
007690     PERFORM 2300-FIND-CANDIDATE THRU 2300-EXIT.
007700     IF CS-NOT-FOUND
007710         IF CS-COUNT IS NOT LESS THAN 10000
007720             DISPLAY "SRCERPT - CANDIDATE-SOURCE-TABLE FULL "
007730                     "AT 10000 ENTRIES"
007740             MOVE 16 TO RETURN-CODE
007750             STOP RUN
007760         END-IF
007770         ADD 1 TO CS-COUNT
007780         MOVE CS-COUNT TO CS-FOUND-IDX
007790         MOVE HIST-CAND-ID TO CS-CAND-ID (CS-FOUND-IDX)
007800     END-IF.
007810     MOVE HIST-SOURCE TO CS-SOURCE (CS-FOUND-IDX).
007820
007830 2310-EXIT.
007840     EXIT.
007850
007860 2320-MATCH-CANDIDATE.
007870     IF CS-CAND-ID (CS-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
007880         SET CS-FOUND TO TRUE
007890         MOVE CS-IDX TO CS-FOUND-IDX
007900     END-IF.
007910
007920 2320-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960* 2400-SET-GROUP                                                *
007970*   Finds - or adds - the source/position entry the history     *
007980*   entry counts under: its own source channel, or when it      *
007990*   carries none the candidate's latest stage-1 source.         *
008000******************************************************************
008010 2400-SET-GROUP.
008020     MOVE HIST-SOURCE TO WK-GK-CHANNEL.
008030     IF HIST-SOURCE-UNKNOWN
008040         MOVE HIST-CAND-ID TO WK-SEARCH-CAND-ID
008050         PERFORM 2300-FIND-CANDIDATE THRU 2300-EXIT
008060         IF CS-FOUND
008070             MOVE CS-SOURCE (CS-FOUND-IDX) TO WK-GK-CHANNEL
008080         END-IF
008090     END-IF.
008100     MOVE HIST-POSITION TO WK-GK-POSITION.
008110
008120     PERFORM 3100-FIND-GROUP THRU 3100-EXIT.
008130     IF GR-NOT-FOUND
008140         PERFORM 3200-ADD-GROUP THRU 3200-EXIT
008150     END-IF.
008160
008170 2400-EXIT.
008180     EXIT.
008190
008200******************************************************************
008210* 3000-POST-HIRE                                                *
008220*   An accepted offer is a hire.  The master gives the          *
008230*   source channel and id the candidate applied through; the    *
008240*   fee is the one on the source table for that id, or the      *
008250*   channel's general entry.  A hire whose source is on         *
008260*   neither is counted at no fee.  Agency hires are kept for    *
008270*   the fees-due list.                                          *
008280******************************************************************
008290 3000-POST-HIRE.
008300     ADD 1 TO CT-HIRES.
008310     MOVE SPACES TO WK-SEARCH-SOURCE.
008320     MOVE HIST-CAND-ID TO MAST-CAND-ID.
008330     READ CANDIDATE-MASTER-FILE
008340         INVALID KEY
008350             MOVE SPACES TO MAST-SOURCE
008360             MOVE SPACES TO MAST-SOURCE-ID
008370     END-READ.
008380
008390     IF MAST-SOURCE-UNKNOWN
008400         PERFORM 2400-SET-GROUP THRU 2400-EXIT
008410     ELSE
008420         MOVE MAST-SOURCE TO WK-GK-CHANNEL
008430         MOVE HIST-POSITION TO WK-GK-POSITION
008440         PERFORM 3100-FIND-GROUP THRU 3100-EXIT
008450         IF GR-NOT-FOUND
008460             PERFORM 3200-ADD-GROUP THRU 3200-EXIT
008470         END-IF
008480         MOVE MAST-SOURCE-ID TO WK-SEARCH-SOURCE-ID
008490     END-IF.
008500     MOVE WK-GK-CHANNEL TO WK-SEARCH-CHANNEL.
008510
008520     MOVE ZERO TO WK-HIRE-FEE.
008530     MOVE "** NOT ON SOURCE TABLE **" TO WK-HIRE-SOURCE-NAME.
008540     PERFORM 1320-FIND-SOURCE-ENTRY THRU 1320-EXIT.
008550     IF SR-NOT-FOUND
008560         MOVE SPACES TO WK-SEARCH-SOURCE-ID
008570         PERFORM 1320-FIND-SOURCE-ENTRY THRU 1320-EXIT
008580     END-IF.
008590     IF SR-FOUND
008600         MOVE SR-FEE (SR-FOUND-IDX) TO WK-HIRE-FEE
008610         MOVE SR-NAME (SR-FOUND-IDX) TO WK-HIRE-SOURCE-NAME
008620     ELSE
008630         ADD 1 TO CT-HIRES-NOT-COSTED
008640     END-IF.
008650
008660     ADD 1 TO GR-HIRES (GR-FOUND-IDX).
008670     ADD WK-HIRE-FEE TO GR-FEES (GR-FOUND-IDX).
008680
008690     IF WK-GK-CHANNEL IS EQUAL TO "A"
008700         PERFORM 3300-ADD-AGENCY-FEE THRU 3300-EXIT
008710     END-IF.
008720
008730 3000-EXIT.
008740     EXIT.
008750
008760 3100-FIND-GROUP.
008770     SET GR-NOT-FOUND TO TRUE.
008780     MOVE ZERO TO GR-FOUND-IDX.
008790     PERFORM 3110-MATCH-GROUP THRU 3110-EXIT
008800         VARYING GR-IDX FROM 1 BY 1
008810         UNTIL GR-IDX IS GREATER THAN GR-COUNT
008820            OR GR-FOUND.
008830
008840 3100-EXIT.
008850     EXIT.
008860
008870 3110-MATCH-GROUP.
008880     IF GR-KEY (GR-IDX) IS EQUAL TO WK-GROUP-KEY
008890         SET GR-FOUND TO TRUE
008900         MOVE GR-IDX TO GR-FOUND-IDX
008910     END-IF.
008920
008930 3110-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 3200-ADD-GROUP                                                *
008980*   A new source/position, put in key order so the report       *
008990*   prints without a sort.                                      *
009000******************************************************************
009010 3200-ADD-GROUP.
009020     IF GR-COUNT IS NOT LESS THAN 500
009030         DISPLAY "SRCERPT - GROUP-TABLE FULL AT 500 ENTRIES"
009040         MOVE 16 TO RETURN-CODE
009050         STOP RUN
009060     END-IF.
009070
009080     MOVE 1 TO WK-INSERT-AT.
009090     PERFORM 3210-FIND-INSERT-POINT THRU 3210-EXIT
009100         VARYING GR-IDX FROM 1 BY 1
009110         UNTIL GR-IDX IS GREATER THAN GR-COUNT.
009120
009130     PERFORM 3220-SHIFT-ONE-GROUP THRU 3220-EXIT
009140         VARYING GR-IDX FROM GR-COUNT BY -1
009150         UNTIL GR-IDX IS LESS THAN WK-INSERT-AT.
009160     ADD 1 TO GR-COUNT.
009170
009180     MOVE WK-INSERT-AT TO GR-FOUND-IDX.
009190     MOVE WK-GROUP-KEY TO GR-KEY (GR-FOUND-IDX).
009200     MOVE ZERO TO GR-RECEIVED (GR-FOUND-IDX).
009210     MOVE ZERO TO GR-PASS1 (GR-FOUND-IDX).
009220     MOVE ZERO TO GR-FAIL1 (GR-FOUND-IDX).
009230     MOVE ZERO TO GR-PASS2 (GR-FOUND-IDX).
009240     MOVE ZERO TO GR-FAIL2 (GR-FOUND-IDX).
009250     MOVE ZERO TO GR-INTERVIEWS (GR-FOUND-IDX).
009260     MOVE ZERO TO GR-HIRES (GR-FOUND-IDX).
009270     MOVE ZERO TO GR-FEES (GR-FOUND-IDX).
009280
009290 3200-EXIT.
009300     EXIT.
009310
009320 3210-FIND-INSERT-POINT.
009330     IF GR-KEY (GR-IDX) IS LESS THAN WK-GROUP-KEY
009340         COMPUTE WK-INSERT-AT = GR-IDX + 1
009350     END-IF.
009360
009370 3210-EXIT.
009380     EXIT.
009390
009400 3220-SHIFT-ONE-GROUP.
009410     MOVE GR-ENTRY (GR-IDX) TO GR-ENTRY (GR-IDX + 1).
009420
009430 3220-EXIT.
009440     EXIT.
009450
009460 3300-ADD-AGENCY-FEE.
009470     IF AF-COUNT IS NOT LESS THAN 500
009480         DISPLAY "SRCERPT - AGENCY-FEE-TABLE FULL AT 500 "
009490                 "ENTRIES"
009500         MOVE 16 TO RETURN-CODE
009510         STOP RUN
009520     END-IF.
009530     ADD 1 TO AF-COUNT.
009540     MOVE HIST-RUN-DATE TO AF-DATE (AF-COUNT).
009550     MOVE HIST-CAND-ID TO AF-CAND-ID (AF-COUNT).
009560     MOVE HIST-POSITION TO AF-POSITION (AF-COUNT).
009570     MOVE MAST-SOURCE-ID TO AF-SOURCE-ID (AF-COUNT).
009580     MOVE WK-HIRE-SOURCE-NAME TO AF-NAME (AF-COUNT).
009590     MOVE WK-HIRE-FEE TO AF-FEE (AF-COUNT).
009600     ADD WK-HIRE-FEE TO AF-TOTAL-FEES.
009610
009620 3300-EXIT.
009630     EXIT.
009640
009650******************************************************************
009660* 4000-PRINT-SOURCES                                            *
009670*   One line per source and position, a total line after each   *
009680*   source channel, and the total of all sources.               *
009690******************************************************************
009700 4000-PRINT-SOURCES.
009710     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
009720     IF GR-COUNT IS EQUAL TO ZERO
009730         WRITE REPORT-LINE FROM RPT-NO-ACTIVITY
009740         GO TO 4000-EXIT
009750     END-IF.
009760
009770     WRITE REPORT-LINE FROM RPT-SOURCE-COLUMNS.
009780     MOVE 1 TO TL-IDX.
009790     PERFORM 4350-CLEAR-TOTAL THRU 4350-EXIT.
009800     MOVE 2 TO TL-IDX.
009810     PERFORM 4350-CLEAR-TOTAL THRU 4350-EXIT.
009820     MOVE GR-CHANNEL (1) TO WK-PREV-CHANNEL.
009830
009840     PERFORM 4100-PRINT-ONE-GROUP THRU 4100-EXIT
009850         VARYING GR-IDX FROM 1 BY 1
009860         UNTIL GR-IDX IS GREATER THAN GR-COUNT.
009870     PERFORM 4200-PRINT-CHANNEL-TOTAL THRU 4200-EXIT.
009880
009890     MOVE TL-ENTRY (2) TO PRINT-COUNTS.
009900     PERFORM 4400-FORMAT-LINE THRU 4400-EXIT.
009910     MOVE "ALL" TO RPT-G-SOURCE.
009920     MOVE "TOTAL" TO RPT-G-POSITION.
009930     WRITE REPORT-LINE FROM RPT-SOURCE-LINE.
009940
009950 4000-EXIT.
009960     EXIT.
009970
009980 4100-PRINT-ONE-GROUP.
009990     IF GR-CHANNEL (GR-IDX) IS NOT EQUAL TO WK-PREV-CHANNEL
010000         PERFORM 4200-PRINT-CHANNEL-TOTAL THRU 4200-EXIT
010010         MOVE GR-CHANNEL (GR-IDX) TO WK-PREV-CHANNEL
010020     END-IF.
010030
010040     MOVE GR-COUNTS (GR-IDX) TO PRINT-COUNTS.
010050     MOVE 1 TO TL-IDX.
010060     PERFORM 4300-ADD-TO-TOTAL THRU 4300-EXIT.
010070     MOVE 2 TO TL-IDX.
010080     PERFORM 4300-ADD-TO-TOTAL THRU 4300-EXIT.
010090
010100     PERFORM 4400-FORMAT-LINE THRU 4400-EXIT.
010110     PERFORM 4500-FIND-CHANNEL-NAME THRU 4500-EXIT.
010120     MOVE CN-NAME (CN-FOUND-IDX) TO RPT-G-SOURCE.
010130     MOVE GR-POSITION (GR-IDX) TO RPT-G-POSITION.
010140     WRITE REPORT-LINE FROM RPT-SOURCE-LINE.
010150
010160 4100-EXIT.
010170     EXIT.
010180
010190 4200-PRINT-CHANNEL-TOTAL.
010200     MOVE TL-ENTRY (1) TO PRINT-COUNTS.
010210     PERFORM 4400-FORMAT-LINE THRU 4400-EXIT.
010220     MOVE SPACES TO RPT-G-SOURCE.
010230     MOVE "TOTAL" TO RPT-G-POSITION.
010240     WRITE REPORT-LINE FROM RPT-SOURCE-LINE.
010250     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
010260
010270     MOVE 1 TO TL-IDX.
010280     PERFORM 4350-CLEAR-TOTAL THRU 4350-EXIT.
010290
010300 4200-EXIT.
010310     EXIT.
010320
010330 4300-ADD-TO-TOTAL.
010340     ADD PC-RECEIVED TO TL-RECEIVED (TL-IDX).
010350     ADD PC-PASS1 TO TL-PASS1 (TL-IDX).
010360     ADD PC-FAIL1 TO TL-FAIL1 (TL-IDX).
010370     ADD PC-PASS2 TO TL-PASS2 (TL-IDX).
010380     ADD PC-FAIL2 TO TL-FAIL2 (TL-IDX).
010390     ADD PC-INTERVIEWS TO TL-INTERVIEWS (TL-IDX).
010400     ADD PC-HIRES TO TL-HIRES (TL-IDX).
010410     ADD PC-FEES TO TL-FEES (TL-IDX).
010420
010430 4300-EXIT.
010440     EXIT.
010450
010460 4350-CLEAR-TOTAL.
010470     MOVE ZERO TO TL-RECEIVED (TL-IDX).
010480     MOVE ZERO TO TL-PASS1 (TL-IDX).
010490     MOVE ZERO TO TL-FAIL1 (TL-IDX).
010500     MOVE ZERO TO TL-PASS2 (TL-IDX).
010510     MOVE ZERO TO TL-FAIL2 (TL-IDX).
010520     MOVE ZERO TO TL-INTERVIEWS (TL-IDX).
010530     MOVE ZERO TO TL-HIRES (TL-IDX).
010540     MOVE ZERO TO TL-FEES (TL-IDX).
010550
010560 4350-EXIT.
010570     EXIT.
010580
010590******************************************************************
010600* 4400-FORMAT-LINE                                              *
010610*   Edits PRINT-COUNTS into the report line - the pass rates    *
010620*   as a share of the decisions at each gate, and the cost per  *
010630*   hire as the fees over the hires.                            *
010640******************************************************************
010650 4400-FORMAT-LINE.
010660     MOVE PC-RECEIVED TO RPT-G-RECEIVED.
010670     MOVE PC-INTERVIEWS TO RPT-G-INTERVIEWS.
010680     MOVE PC-HIRES TO RPT-G-HIRES.
010690     MOVE PC-FEES TO RPT-G-FEES.
010700
010710     MOVE ZERO TO WK-RATE.
010720     COMPUTE WK-DECIDED = PC-PASS1 + PC-FAIL1.
010730     IF WK-DECIDED IS GREATER THAN ZERO
010740         COMPUTE WK-RATE ROUNDED =
010750             (PC-PASS1 * 100) / WK-DECIDED
010760     END-IF.
010770     MOVE WK-RATE TO RPT-G-PASS1.
010780
010790     MOVE ZERO TO WK-RATE.
010800     COMPUTE WK-DECIDED = PC-PASS2 + PC-FAIL2.
010810     IF WK-DECIDED IS GREATER THAN ZERO
010820         COMPUTE WK-RATE ROUNDED =
010830             (PC-PASS2 * 100) / WK-DECIDED
010840     END-IF.
010850     MOVE WK-RATE TO RPT-G-PASS2.
010860
010870     MOVE ZERO TO WK-COST-PER-HIRE.
010880     IF PC-HIRES IS GREATER THAN ZERO
010890         COMPUTE WK-COST-PER-HIRE ROUNDED =
010900             PC-FEES / PC-HIRES
010910     END-IF.
010920     MOVE WK-COST-PER-HIRE TO RPT-G-COST.
010930
010940 4400-EXIT.
010950     EXIT.
010960
010970******************************************************************
010980* 4500-FIND-CHANNEL-NAME                                        *
010990*   The printed name of GR-CHANNEL (GR-IDX).  A code not in     *
011000*   the list prints as UNKNOWN, the last entry.                 *
011010******************************************************************
011020 4500-FIND-CHANNEL-NAME.
011030     SET CN-NOT-FOUND TO TRUE.
011040     MOVE 6 TO CN-FOUND-IDX.
011050     PERFORM 4510-MATCH-CHANNEL-NAME THRU 4510-EXIT
011060         VARYING CN-IDX FROM 1 BY 1
011070         UNTIL CN-IDX IS GREATER THAN 6
011080            OR CN-FOUND.
011090
011100 4500-EXIT.
011110     EXIT.
011120
011130 4510-MATCH-CHANNEL-NAME.
011140     IF CN-CHANNEL (CN-IDX) IS EQUAL TO GR-CHANNEL (GR-IDX)
011150         SET CN-FOUND TO TRUE
011160         MOVE CN-IDX TO CN-FOUND-IDX
011170     END-IF.
011180
011190 4510-EXIT.
011200     EXIT.
011210
011220******************************************************************
011230* 5000-PRINT-AGENCY-FEES                                        *
011240*   Every agency hire in the month with the agency's fee, so    *
011250*   accounts payable can match the agencies' invoices.          *
011260******************************************************************
011270 5000-PRINT-AGENCY-FEES.
011280     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
011290     WRITE REPORT-LINE FROM RPT-AGENCY-HEADING.
011300     IF AF-COUNT IS EQUAL TO ZERO
011310         WRITE REPORT-LINE FROM RPT-NO-AGENCY-HIRES
011320         GO TO 5000-EXIT
011330     END-IF.
011340
011350     WRITE REPORT-LINE FROM RPT-AGENCY-COLUMNS.
011360     PERFORM 5100-PRINT-ONE-FEE THRU 5100-EXIT
011370         VARYING AF-IDX FROM 1 BY 1
011380         UNTIL AF-IDX IS GREATER THAN AF-COUNT.
011390     MOVE AF-TOTAL-FEES TO RPT-T-FEES.
011400     WRITE REPORT-LINE FROM RPT-AGENCY-TOTAL.
011410
011420 5000-EXIT.
011430     EXIT.
011440
011450 5100-PRINT-ONE-FEE.
011460     MOVE AF-DATE (AF-IDX) TO RPT-A-DATE.
011470     MOVE AF-CAND-ID (AF-IDX) TO RPT-A-CAND-ID.
011480     MOVE AF-POSITION (AF-IDX) TO RPT-A-POSITION.
011490     MOVE AF-SOURCE-ID (AF-IDX) TO RPT-A-SOURCE-ID.
011500     MOVE AF-NAME (AF-IDX) TO RPT-A-NAME.
011510     MOVE AF-FEE (AF-IDX) TO RPT-A-FEE.
011520     WRITE REPORT-LINE FROM RPT-AGENCY-LINE.
011530
011540 5100-EXIT.
011550     EXIT.
011560
011570 9000-TERMINATE.
011580     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
011590     MOVE CT-HISTORY-READ TO RPT-F-HISTORY.
011600     MOVE CT-ARCHIVE-READ TO RPT-F-ARCHIVE.
011610     MOVE SR-COUNT TO RPT-F-SOURCES.
011620     MOVE CT-OVERRIDES-SKIPPED TO RPT-F-OVERRIDES.
011630     MOVE CT-HIRES TO RPT-F-HIRES.
011640     MOVE CT-HIRES-NOT-COSTED TO RPT-F-NOT-COSTED.
011650     WRITE REPORT-LINE FROM RPT-FOOTER-1.
011660     WRITE REPORT-LINE FROM RPT-FOOTER-2.
011670     WRITE REPORT-LINE FROM RPT-FOOTER-3.
011680     WRITE REPORT-LINE FROM RPT-FOOTER-4.
011690     WRITE REPORT-LINE FROM RPT-FOOTER-5.
011700     WRITE REPORT-LINE FROM RPT-FOOTER-6.
011710
011720     CLOSE CANDIDATE-MASTER-FILE.
011730     CLOSE SOURCE-REPORT.
011740
011750 9000-EXIT.
011760     EXIT.
011770
011780 END PROGRAM SRCERPT.

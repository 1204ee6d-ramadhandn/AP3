001760*                   is stage 1, and HIST-STAGE1-RESULT is
001770*                   HIST-RESULT now that the history records
001780*                   later stages too.
001790*   09/07/2026  RD  Candidates are now checked against the
001800*                   requisition master (REQMAST, see REQREC) -
001810*                   a position code not on file is rejected as
001820*                   UNKNOWN POSITION and one for a closed
001830*                   requisition as REQUISITION CLOSED, instead
001840*                   of being screened and sent to the ATS for a
001850*                   job that no longer exists.  The master
001860*                   decision now also carries the position
001870*                   (MAST-POSITION) so a later hire can be
001880*                   counted against its requisition.
001890*   09/10/2026  RD  A criteria band past its CRIT-EXPIRE-DATE
001900*                   (set by CRITMNT) is no longer in force and
001910*                   is skipped at load, as is a record whose
001920*                   expire date is neither blank nor a date.
001930*   10/08/2026  RD  Candidates now carry a recruiting source
001940*                   (CAND-SOURCE and CAND-SOURCE-ID, see
001950*                   CANDREC).  The source table (SRCTABLE, see
001960*                   SRCREC) is loaded at job start, and a
001970*                   channel that is not one of the five, a
001980*                   board, agency or referral with no id, or a
001990*                   source not on the table is rejected as
002000*                   UNKNOWN SOURCE or NO SOURCE ID.  The source
002010*                   goes to the history and master with the
002020*                   position.
002030*   10/12/2026  RD  A missed batch night no longer strands its
002040*                   extract.  The CANDFILE may now be dated any
002050*                   business day up to today (BUSCAL, see
002060*                   BDAYREC) not yet processed by a completed
002070*                   run, instead of only today.  The extract date
002080*                   is the run's as-of date - ages, criteria in
002090*                   force, the DUPL window, the decision and
002100*                   history dates, the ATS header and the STARTED
002110*                   run-control record all use it, so a late
002120*                   extract is screened as it would have been on
002130*                   its own night.
002140******************************************************************
002150
002160******************************************************************
002170* Deskripsi Soal :
002180* Sebuah perusahaan membuka lowongan pekerjaan dengan syarat calon karyawan tersebut diatas 20 tahun maksimal 40 tahun,
002190* apabila calon karyawan memenuhi kriteria tersebut maka akan lulus pada tahap pertama, jika tidak maka gagal.
002200******************************************************************
002210
002220 IDENTIFICATION DIVISION.
002230 PROGRAM-ID. INPUT2ANGKA.
002240
002250 ENVIRONMENT DIVISION.
002260 INPUT-OUTPUT SECTION.
002270 FILE-CONTROL.
002280     SELECT CANDIDATE-FILE ASSIGN TO "CANDFILE"
002290         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS FS-CANDIDATE-FILE.
002310
002320     SELECT SCREENING-REPORT ASSIGN TO "SCRNRPT"
002330         ORGANIZATION IS LINE SEQUENTIAL
002340         FILE STATUS IS FS-SCREENING-REPORT.
002350
002360     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
002370         ORGANIZATION IS LINE SEQUENTIAL
002380         FILE STATUS IS FS-CHECKPOINT-FILE.
002390
002400     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
002410         ORGANIZATION IS LINE SEQUENTIAL
002420         FILE STATUS IS FS-SCREENING-HISTORY.
002430
002440     SELECT STAGE1-PASS-FILE ASSIGN TO "PASS1FILE"
002450         ORGANIZATION IS LINE SEQUENTIAL
002460         FILE STATUS IS FS-STAGE1-PASS-FILE.
002470
002480     SELECT ATS-INTERFACE-FILE ASSIGN TO "ATSIFACE"
002490         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS FS-ATS-INTERFACE.
002510
002520     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
002530         ORGANIZATION IS INDEXED
002540         ACCESS MODE IS RANDOM
002550         RECORD KEY IS MAST-CAND-ID
002560         FILE STATUS IS FS-CANDIDATE-MASTER.
002570
002580     SELECT CRITERIA-FILE ASSIGN TO "CRITFILE"
002590         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS FS-CRITERIA-FILE.
002610
002620     SELECT ATS-BATCH-SEQ-FILE ASSIGN TO "ATSBSEQ"
002630         ORGANIZATION IS LINE SEQUENTIAL
002640         FILE STATUS IS FS-ATS-BATCH-SEQ.
002650
002660     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
002670         ORGANIZATION IS LINE SEQUENTIAL
002680         FILE STATUS IS FS-RUN-CONTROL.
002690
002700     SELECT REQUISITION-MASTER-FILE ASSIGN TO "REQMAST"
002710         ORGANIZATION IS INDEXED
002720         ACCESS MODE IS RANDOM
002730         RECORD KEY IS REQ-POSITION
002740         FILE STATUS IS FS-REQUISITION-MASTER.
002750
002760     SELECT SOURCE-FILE ASSIGN TO "SRCTABLE"
002770         ORGANIZATION IS LINE SEQUENTIAL
002780         FILE STATUS IS FS-SOURCE-FILE.
002790
002800     SELECT BUSINESS-DAY-FILE ASSIGN TO "BUSCAL"
002810         ORGANIZATION IS LINE SEQUENTIAL
002820         FILE STATUS IS FS-BUSINESS-DAY-FILE.
002830
002840 DATA DIVISION.
002850 FILE SECTION.
002860 FD  CANDIDATE-FILE
002870     LABEL RECORDS ARE STANDARD.
002880 COPY CANDREC.
002890
002900 FD  SCREENING-REPORT
002910     LABEL RECORDS ARE STANDARD.
002920 01  REPORT-LINE                      PIC X(80).
002930
002940 FD  CHECKPOINT-FILE
002950     LABEL RECORDS ARE STANDARD.
002960 01  CHECKPOINT-LINE.
002970     05  CKPT-RECORDS-READ            PIC 9(07).
002980     05  CKPT-PASS-COUNT              PIC 9(07).
002990     05  CKPT-FAIL-COUNT              PIC 9(07).
003000     05  CKPT-REJECT-COUNT            PIC 9(07).
003010     05  CKPT-DUPL-COUNT              PIC 9(07).
003020     05  CKPT-ATS-HASH                PIC 9(15).
003030     05  CKPT-RUN-NUMBER              PIC 9(07).
003040* The per-position tallies ride along so a restart can report
003050* the by-position breakdown whole, not just this run segment.
003060* A checkpoint written before positions existed leaves the
003070* count non-numeric, which the restore treats as empty.
003080     05  CKPT-POSITION-COUNT          PIC 9(03).
003090     05  CKPT-POSITION-COUNT-X REDEFINES CKPT-POSITION-COUNT
003100                                      PIC X(03).
003110     05  CKPT-PT-ENTRY OCCURS 50 TIMES.
003120         10  CKPT-PT-POSITION         PIC X(08).
003130         10  CKPT-PT-TOTAL            PIC 9(07).
003140         10  CKPT-PT-PASS             PIC 9(07).
003150         10  CKPT-PT-FAIL             PIC 9(07).
003160         10  CKPT-PT-REJECT           PIC 9(07).
003170         10  CKPT-PT-DUPL             PIC 9(07).
003180
003190 FD  SCREENING-HISTORY-FILE
003200     LABEL RECORDS ARE STANDARD.
003210 01  HISTORY-LINE                     PIC X(80).
003220
003230 FD  STAGE1-PASS-FILE
003240     LABEL RECORDS ARE STANDARD.
003250 01  STAGE1-PASS-LINE                 PIC X(80).
003260
003270 FD  ATS-INTERFACE-FILE
003280     LABEL RECORDS ARE STANDARD.
003290 01  ATS-LINE                         PIC X(80).
003300
003310 FD  CANDIDATE-MASTER-FILE
003320     LABEL RECORDS ARE STANDARD.
003330 COPY CANDMAST.
003340
003350 FD  CRITERIA-FILE
003360     LABEL RECORDS ARE STANDARD.
003370 COPY CRITREC.
003380
003390 FD  ATS-BATCH-SEQ-FILE
003400     LABEL RECORDS ARE STANDARD.
003410 01  ATS-SEQ-LINE.
003420     05  SEQ-BATCH-NUMBER             PIC 9(07).
003430     05  SEQ-BATCH-NUMBER-X REDEFINES SEQ-BATCH-NUMBER
003440                                      PIC X(07).
003450
003460 FD  RUN-CONTROL-FILE
003470     LABEL RECORDS ARE STANDARD.
003480 COPY RUNCTL.
003490
003500 FD  REQUISITION-MASTER-FILE
003510     LABEL RECORDS ARE STANDARD.
003520 COPY REQREC.
003530
003540 FD  SOURCE-FILE
003550     LABEL RECORDS ARE STANDARD.
003560 COPY SRCREC.
003570
003580 FD  BUSINESS-DAY-FILE
003590     LABEL RECORDS ARE STANDARD.
003600 COPY BDAYREC.
003610
003620 WORKING-STORAGE SECTION.
003630
003640 01  FS-CANDIDATE-FILE                PIC X(02).
003650     88  FS-CANDIDATE-OK                  VALUE "00".
003660 01  FS-SCREENING-REPORT              PIC X(02).
003670 01  FS-CHECKPOINT-FILE               PIC X(02).
003680     88  FS-CKPT-OK                      VALUE "00".
003690     88  FS-CKPT-NOT-FOUND                VALUE "35".
003700 01  FS-SCREENING-HISTORY             PIC X(02).
003710 01  FS-STAGE1-PASS-FILE              PIC X(02).
003720 01  FS-ATS-INTERFACE                 PIC X(02).
003730 01  FS-CANDIDATE-MASTER              PIC X(02).
003740     88  FS-MASTER-OK                     VALUE "00".
003750     88  FS-MASTER-NOT-FOUND              VALUE "35".
003760 01  FS-REQUISITION-MASTER            PIC X(02).
003770     88  FS-REQUISITION-OK                VALUE "00".
003780
003790 01  SW-CANDIDATE-EOF                 PIC X(01)   VALUE "N".
003800     88  CANDIDATE-EOF                    VALUE "Y".
003810
003820 01  SW-MASTER-FOUND                  PIC X(01)   VALUE "N".
003830     88  MASTER-FOUND                     VALUE "Y".
003840     88  MASTER-NOT-FOUND                 VALUE "N".
003850
003860 01  SW-VALID-CANDIDATE               PIC X(01)   VALUE "Y".
003870     88  CANDIDATE-IS-VALID               VALUE "Y".
003880     88  CANDIDATE-IS-INVALID             VALUE "N".
003890
003900 01  CT-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
003910 01  CT-PASS-COUNT                PIC 9(07) COMP VALUE ZERO.
003920 01  CT-FAIL-COUNT                PIC 9(07) COMP VALUE ZERO.
003930 01  CT-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
003940 01  CT-DUPL-COUNT                PIC 9(07) COMP VALUE ZERO.
003950 01  CT-SKIP-COUNT                 PIC 9(07) COMP VALUE ZERO.
003960 01  CT-SKIP-INDEX                 PIC 9(07) COMP VALUE ZERO.
003970
003980 01  WK-REJECT-REASON                 PIC X(20)   VALUE SPACES.
003990
004000* Birthdate validation work areas - the days-in-month table
004010* and the age derived from the birthdate as of the run date.
004020 01  MONTH-DAYS-DEFINITION            PIC X(24)
004030         VALUE "312831303130313130313031".
004040 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DEFINITION.
004050     05  MONTH-DAYS OCCURS 12 TIMES  PIC 9(02).
004060
004070 01  WK-BIRTH-DATE.
004080     05  WK-BIRTH-YYYY                PIC 9(04).
004090     05  WK-BIRTH-MM                  PIC 9(02).
004100     05  WK-BIRTH-DD                  PIC 9(02).
004110
004120 01  WK-MAX-DAY                       PIC 9(02)   VALUE ZERO.
004130 01  WK-DERIVED-AGE                   PIC 9(03)   VALUE ZERO.
004140 01  WK-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
004150 01  WK-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
004160
004170 01  SW-LEAP-YEAR                     PIC X(01)   VALUE "N".
004180     88  LEAP-YEAR                        VALUE "Y".
004190     88  NOT-LEAP-YEAR                    VALUE "N".
004200
004210 01  WK-TODAY                         PIC 9(08).
004220 01  WK-RUN-DATE.
004230     05  WK-RUN-YYYY                  PIC 9(04).
004240     05  WK-RUN-MM                    PIC 9(02).
004250     05  WK-RUN-DD                    PIC 9(02).
004260
004270* A candidate decided on or after this date is a re-applicant -
004280* six months back from the run date.
004290 01  WK-CUTOFF-DATE.
004300     05  WK-CUTOFF-YYYY               PIC 9(04).
004310     05  WK-CUTOFF-MM                 PIC 9(02).
004320     05  WK-CUTOFF-DD                 PIC 9(02).
004330 01  WK-CUTOFF-DATE-N REDEFINES WK-CUTOFF-DATE
004340                                      PIC 9(08).
004350
004360 01  FS-CRITERIA-FILE                 PIC X(02).
004370     88  FS-CRITERIA-OK                   VALUE "00".
004380
004390 01  SW-CRITERIA-EOF                  PIC X(01)   VALUE "N".
004400     88  CRITERIA-EOF                     VALUE "Y".
004410
004420 01  SW-STAGE1-CRIT-FOUND             PIC X(01)   VALUE "N".
004430     88  STAGE1-CRIT-FOUND                VALUE "Y".
004440
004450* ------------------------------------------------------------ *
004460*  STAGE-1 AGE BANDS IN FORCE THIS RUN                          *
004470*    One entry per position with a band of its own, plus the    *
004480*    blank-position default every run must have.  Per entry,    *
004490*    the criteria record with the latest effective date on or   *
004500*    before the run date wins.                                  *
004510* ------------------------------------------------------------ *
004520 01  CRITERIA-TABLE.
004530     05  CR-COUNT                PIC 9(03) COMP VALUE ZERO.
004540     05  CR-IDX                  PIC 9(03) COMP VALUE ZERO.
004550     05  CR-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
004560     05  CR-ENTRY OCCURS 100 TIMES.
004570         10  CR-POSITION              PIC X(08).
004580         10  CR-EFF-DATE              PIC 9(08).
004590         10  CR-MIN-AGE               PIC 9(03).
004600         10  CR-MAX-AGE               PIC 9(03).
004610
004620 01  SW-CR-FOUND                      PIC X(01)   VALUE "N".
004630     88  CR-FOUND                         VALUE "Y".
004640     88  CR-NOT-FOUND                     VALUE "N".
004650
004660 01  WK-SEARCH-POSITION               PIC X(08).
004670
004680* The band selected for the candidate being screened - the
004690* entry for the candidate's position, or the default.
004700 01  WK-STAGE1-MIN-AGE                PIC 9(03)   VALUE ZERO.
004710 01  WK-STAGE1-MAX-AGE                PIC 9(03)   VALUE ZERO.
004720
004730 01  FS-SOURCE-FILE                   PIC X(02).
004740     88  FS-SOURCE-OK                     VALUE "00".
004750
004760 01  SW-SOURCE-EOF                    PIC X(01)   VALUE "N".
004770     88  SOURCE-EOF                       VALUE "Y".
004780
004790 01  FS-BUSINESS-DAY-FILE             PIC X(02).
004800     88  FS-BUSINESS-DAY-OK               VALUE "00".
004810
004820 01  SW-BUSINESS-DAY-EOF              PIC X(01)   VALUE "N".
004830     88  BUSINESS-DAY-EOF                 VALUE "Y".
004840
004850* The calendar must run in date order with no repeats; the
004860* extract date is looked up on the way through.
004870 01  WK-CAL-PRIOR-DATE                PIC 9(08)   VALUE ZERO.
004880 01  WK-EXTRACT-DAY-TYPE              PIC X(01)   VALUE SPACE.
004890     88  EXTRACT-ON-BUSINESS-DAY          VALUE "B".
004900     88  EXTRACT-NOT-ON-CALENDAR          VALUE SPACE.
004910
004920* ------------------------------------------------------------ *
004930*  RECRUITING SOURCES ON THE SOURCE TABLE                      *
004940*    One entry per channel and board, referrer or agency id,   *
004950*    plus the blank-id general entry of a channel that has one. *
004960* ------------------------------------------------------------ *
004970 01  SOURCE-TABLE.
004980     05  SR-COUNT                PIC 9(03) COMP VALUE ZERO.
004990     05  SR-IDX                  PIC 9(03) COMP VALUE ZERO.
005000     05  SR-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
005010     05  SR-ENTRY OCCURS 200 TIMES.
005020         10  SR-KEY                   PIC X(05).
005030
005040 01  SW-SR-FOUND                      PIC X(01)   VALUE "N".
005050     88  SR-FOUND                         VALUE "Y".
005060     88  SR-NOT-FOUND                     VALUE "N".
005070
005080 01  WK-SEARCH-SOURCE.
005090     05  WK-SEARCH-CHANNEL            PIC X(01).
005100     05  WK-SEARCH-SOURCE-ID          PIC X(04).
005110
005120* ------------------------------------------------------------ *
005130*  PER-POSITION RESULT TALLIES                                  *
005140*    Printed as the by-position breakdown at the bottom of the  *
005150*    report.  Saved in and restored from the checkpoint so a    *
005160*    restarted run reports the whole day.                       *
005170* ------------------------------------------------------------ *
005180 01  POSITION-TABLE.
005190     05  PT-COUNT                PIC 9(03) COMP VALUE ZERO.
005200     05  PT-IDX                  PIC 9(03) COMP VALUE ZERO.
005210     05  PT-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
005220     05  PT-ENTRY OCCURS 50 TIMES.
005230         10  PT-POSITION              PIC X(08).
005240         10  PT-TOTAL            PIC 9(07) COMP.
005250         10  PT-PASS             PIC 9(07) COMP.
005260         10  PT-FAIL             PIC 9(07) COMP.
005270         10  PT-REJECT           PIC 9(07) COMP.
005280         10  PT-DUPL             PIC 9(07) COMP.
005290
005300 01  SW-PT-FOUND                      PIC X(01)   VALUE "N".
005310     88  PT-FOUND                         VALUE "Y".
005320     88  PT-NOT-FOUND                     VALUE "N".
005330
005340* ------------------------------------------------------------ *
005350*  CANDFILE TRAILER RECORD                                      *
005360*    The last record of the HR extract - a marker where the     *
005370*    candidate id would be, the expected detail count, and the  *
005380*    extract date.  Examined from a working copy of the file    *
005390*    record area.                                               *
005400* ------------------------------------------------------------ *
005410 01  TRAILER-RECORD.
005420     05  TRL-MARKER                   PIC X(10).
005430         88  TRAILER-MARKER               VALUE "TRAILER".
005440     05  TRL-CAND-COUNT               PIC 9(07).
005450     05  TRL-CAND-COUNT-X REDEFINES TRL-CAND-COUNT
005460                                      PIC X(07).
005470     05  TRL-EXTRACT-DATE             PIC 9(08).
005480     05  TRL-EXTRACT-DATE-X REDEFINES TRL-EXTRACT-DATE
005490                                      PIC X(08).
005500     05  FILLER                       PIC X(36).
005510
005520 01  SW-TRAILER-FOUND                 PIC X(01)   VALUE "N".
005530     88  TRAILER-FOUND                    VALUE "Y".
005540
005550 01  SW-VERIFY-EOF                    PIC X(01)   VALUE "N".
005560     88  VERIFY-EOF                       VALUE "Y".
005570
005580 01  CT-TRAILER-DETAILS          PIC 9(07) COMP VALUE ZERO.
005590
005600 01  WK-DUPL-REMARK.
005610     05  FILLER                       PIC X(06)   VALUE "PRIOR ".
005620     05  WK-DUPL-RESULT               PIC X(04).
005630     05  FILLER                       PIC X(01)   VALUE SPACE.
005640     05  WK-DUPL-DATE                 PIC 9(08).
005650
005660
005670* ------------------------------------------------------------ *
005680*  SCREENING HISTORY / AUDIT ENTRY LAYOUT                       *
005690* ------------------------------------------------------------ *
005700 COPY HISTREC.
005710
005720* ------------------------------------------------------------ *
005730*  ATS INTERFACE RECORD LAYOUT                                  *
005740*    Fixed-format handoff to the applicant-tracking system -    *
005750*    one line per candidate who passes tahap pertama.           *
005760* ------------------------------------------------------------ *
005770 COPY ATSREC.
005780
005790* ------------------------------------------------------------ *
005800*  ATS INTERFACE ENVELOPE                                       *
005810*    Header and trailer control records around the details -    *
005820*    see ATSENV.  The hash total survives a restart via the     *
005830*    checkpoint record.                                         *
005840* ------------------------------------------------------------ *
005850 COPY ATSENV.
005860
005870 01  FS-ATS-BATCH-SEQ                 PIC X(02).
005880     88  FS-ATS-SEQ-OK                    VALUE "00".
005890     88  FS-ATS-SEQ-NOT-FOUND             VALUE "35".
005900
005910 01  WK-ATS-BATCH-SEQ                 PIC 9(07)   VALUE ZERO.
005920 01  WK-ATS-HASH-TOTAL                PIC 9(15)   VALUE ZERO.
005930
005940 01  WK-HASH-CAND-ID.
005950     05  WK-HASH-CHAR OCCURS 10 TIMES PIC X(01).
005960 01  WK-HASH-IDX                 PIC 9(02) COMP VALUE ZERO.
005970 01  WK-HASH-DIGIT-X                  PIC X(01).
005980 01  WK-HASH-DIGIT REDEFINES WK-HASH-DIGIT-X
005990                                      PIC 9(01).
006000 01  WK-HASH-VALUE                    PIC 9(10)   VALUE ZERO.
006010
006020 01  FS-RUN-CONTROL                   PIC X(02).
006030     88  FS-RUNCTL-OK                     VALUE "00".
006040     88  FS-RUNCTL-NOT-FOUND              VALUE "35".
006050
006060 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
006070     88  RUN-CONTROL-EOF                  VALUE "Y".
006080
006090 01  SW-GEN-COMPLETED                 PIC X(01)   VALUE "N".
006100     88  GENERATION-COMPLETED             VALUE "Y".
006110
006120* This execution's run number - restored from the checkpoint on
006130* a restart, otherwise highest on the run-control file plus 1.
006140 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
006150 01  WK-MAX-RUN-NUMBER                PIC 9(07)   VALUE ZERO.
006160
006170 01  RPT-HEADING-1.
006180     05  FILLER                       PIC X(30)
006190             VALUE "TAHAP PERTAMA SCREENING REPORT".
006200     05  FILLER                       PIC X(06)   VALUE "  RUN ".
006210     05  RPT-H-RUN-NUMBER             PIC 9(07).
006220     05  FILLER                       PIC X(37)   VALUE SPACES.
006230
006240* One heading line per age band in force - the default band
006250* prints as *DEFAULT.
006260 01  RPT-HEADING-CRIT.
006270     05  FILLER                       PIC X(18)
006280             VALUE "AGE BAND IN FORCE ".
006290     05  RPT-H-POSITION               PIC X(08).
006300     05  FILLER                       PIC X(01)   VALUE SPACE.
006310     05  RPT-H-MIN-AGE                PIC ZZ9.
006320     05  FILLER                       PIC X(03)   VALUE " - ".
006330     05  RPT-H-MAX-AGE                PIC ZZ9.
006340     05  FILLER                       PIC X(06)   VALUE " (EFF ".
006350     05  RPT-H-EFF-DATE               PIC 9(08).
006360     05  FILLER                       PIC X(01)   VALUE ")".
006370     05  FILLER                       PIC X(29)   VALUE SPACES.
006380
006390 01  RPT-HEADING-2.
006400     05  FILLER                       PIC X(10)   VALUE "CAND ID".
006410     05  FILLER                       PIC X(24)   VALUE "NAME".
006420     05  FILLER                       PIC X(10)
006430             VALUE "POSITION".
006440     05  FILLER                       PIC X(06)   VALUE "AGE".
006450     05  FILLER                       PIC X(10)   VALUE "RESULT".
006460     05  FILLER                       PIC X(20)   VALUE "REMARKS".
006470
006480 01  RPT-DETAIL-LINE.
006490     05  RPT-D-ID                     PIC X(10).
006500     05  RPT-D-NAME                   PIC X(24).
006510     05  RPT-D-POSITION               PIC X(10).
006520     05  RPT-D-AGE                    PIC ZZ9.
006530     05  FILLER                       PIC X(03)   VALUE SPACES.
006540     05  RPT-D-RESULT                 PIC X(10).
006550     05  RPT-D-REMARKS                PIC X(20).
006560
006570 01  RPT-FOOTER-1.
006580     05  FILLER                       PIC X(24)
006590             VALUE "TOTAL APPLICANTS  . . .".
006600     05  RPT-F-TOTAL                  PIC ZZZ,ZZ9.
006610
006620 01  RPT-FOOTER-2.
006630     05  FILLER                       PIC X(24)
006640             VALUE "TOTAL PASSED      . . .".
006650     05  RPT-F-PASS                   PIC ZZZ,ZZ9.
006660
006670 01  RPT-FOOTER-3.
006680     05  FILLER                       PIC X(24)
006690             VALUE "TOTAL FAILED      . . .".
006700     05  RPT-F-FAIL                   PIC ZZZ,ZZ9.
006710
006720 01  RPT-FOOTER-4.
006730     05  FILLER                       PIC X(24)
006740             VALUE "TOTAL REJECTED    . . .".
006750     05  RPT-F-REJECT                 PIC ZZZ,ZZ9.
006760
006770 01  RPT-FOOTER-5.
006780     05  FILLER                       PIC X(24)
006790             VALUE "TOTAL DUPLICATES  . . .".
006800     05  RPT-F-DUPL                   PIC ZZZ,ZZ9.
006810
006820 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
006830
006840 01  RPT-POSITION-HEADING.
006850     05  FILLER                       PIC X(20)
006860             VALUE "RESULTS BY POSITION:".
006870     05  FILLER                       PIC X(60)   VALUE SPACES.
006880
006890 01  RPT-POSITION-LINE.
006900     05  RPT-P-POSITION               PIC X(08).
006910     05  FILLER                       PIC X(06)   VALUE "  TOT ".
006920     05  RPT-P-TOTAL                  PIC ZZZ,ZZ9.
006930     05  FILLER                       PIC X(06)   VALUE " PASS ".
006940     05  RPT-P-PASS                   PIC ZZZ,ZZ9.
006950     05  FILLER                       PIC X(06)   VALUE " FAIL ".
006960     05  RPT-P-FAIL                   PIC ZZZ,ZZ9.
006970     05  FILLER                       PIC X(06)   VALUE " REJT ".
006980     05  RPT-P-REJECT                 PIC ZZZ,ZZ9.
006990     05  FILLER                       PIC X(06)   VALUE " DUPL ".
007000     05  RPT-P-DUPL                   PIC ZZZ,ZZ9.
007010     05  FILLER                       PIC X(07)   VALUE SPACES.
007020
007030 PROCEDURE DIVISION.
007040
007050 0000-MAINLINE.
007060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007070     PERFORM 2000-PROCESS-CANDIDATES THRU 2000-EXIT
007080         UNTIL CANDIDATE-EOF.
007090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007100     STOP RUN.
007110
007120 1000-INITIALIZE.
007130     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
007140
007150     OPEN INPUT CANDIDATE-FILE.
007160     IF NOT FS-CANDIDATE-OK
007170         DISPLAY "INPUT2ANGKA - CANDIDATE-FILE OPEN FAILED, "
007180                 "STATUS = " FS-CANDIDATE-FILE
007190         MOVE 16 TO RETURN-CODE
007200         STOP RUN
007210     END-IF.
007220
007230* The whole extract is read and proved complete before any
007240* decision is written - see the June short-file incident.
007250     PERFORM 1500-VERIFY-TRAILER THRU 1500-EXIT.
007260
007270* The run is as of the extract date, not the day it runs - a
007280* catch-up run screens a missed night's extract as that night
007290* would have.
007300     MOVE TRL-EXTRACT-DATE TO WK-RUN-DATE.
007310
007320* A prior decision on or after this date makes a re-applicant
007330* DUPL - six months back from the run date.
007340     MOVE WK-RUN-DATE TO WK-CUTOFF-DATE.
007350     IF WK-CUTOFF-MM IS GREATER THAN 6
007360         SUBTRACT 6 FROM WK-CUTOFF-MM
007370     ELSE
007380         ADD 6 TO WK-CUTOFF-MM
007390         SUBTRACT 1 FROM WK-CUTOFF-YYYY
007400     END-IF.
007410
007420     PERFORM 1400-LOAD-CRITERIA THRU 1400-EXIT.
007430     PERFORM 1300-LOAD-SOURCES THRU 1300-EXIT.
007440
007450     PERFORM 1100-GET-CHECKPOINT THRU 1100-EXIT.
007460
007470* Every execution gets a unique run number, and a generation a
007480* completed normal run already processed is refused - see the
007490* night two operators both resubmitted the batch.
007500     PERFORM 1900-OPEN-RUN-CONTROL THRU 1900-EXIT.
007510
007520     IF CT-SKIP-COUNT IS GREATER THAN ZERO
007530         OPEN EXTEND SCREENING-REPORT
007540         OPEN EXTEND STAGE1-PASS-FILE
007550         OPEN EXTEND ATS-INTERFACE-FILE
007560     ELSE
007570         OPEN OUTPUT SCREENING-REPORT
007580         WRITE REPORT-LINE FROM RPT-HEADING-1
007590         PERFORM 1450-PRINT-CRIT-HEADINGS THRU 1450-EXIT
007600         WRITE REPORT-LINE FROM RPT-HEADING-2
007610         OPEN OUTPUT STAGE1-PASS-FILE
007620         OPEN OUTPUT ATS-INTERFACE-FILE
007630         PERFORM 1700-WRITE-ATS-HEADER THRU 1700-EXIT
007640     END-IF.
007650
007660     OPEN EXTEND SCREENING-HISTORY-FILE.
007670     IF FS-SCREENING-HISTORY IS NOT EQUAL TO "00"
007680         CLOSE SCREENING-HISTORY-FILE
007690         OPEN OUTPUT SCREENING-HISTORY-FILE
007700     END-IF.
007710
007720
007730* The master is indexed - each candidate is read and rewritten
007740* in place as the decision is made, so an abend cannot lose
007750* one.  A master that does not exist yet (first run) is
007760* created empty.
007770     OPEN I-O CANDIDATE-MASTER-FILE.
007780     IF FS-MASTER-NOT-FOUND
007790         OPEN OUTPUT CANDIDATE-MASTER-FILE
007800         CLOSE CANDIDATE-MASTER-FILE
007810         OPEN I-O CANDIDATE-MASTER-FILE
007820     END-IF.
007830     IF NOT FS-MASTER-OK
007840         DISPLAY "INPUT2ANGKA - CANDIDATE-MASTER-FILE OPEN "
007850                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
007860         MOVE 16 TO RETURN-CODE
007870         STOP RUN
007880     END-IF.
007890
007900     IF CT-SKIP-COUNT IS GREATER THAN ZERO
007910         PERFORM 1200-SKIP-COMPLETED-RECORDS THRU 1200-EXIT
007920     END-IF.
007930
007940* Every candidate's position is proved against the requisition
007950* master - no master, no screening.
007960     OPEN INPUT REQUISITION-MASTER-FILE.
007970     IF NOT FS-REQUISITION-OK
007980         DISPLAY "INPUT2ANGKA - REQUISITION-MASTER-FILE OPEN "
007990                 "FAILED, STATUS = " FS-REQUISITION-MASTER
008000         MOVE 16 TO RETURN-CODE
008010         STOP RUN
008020     END-IF.
008030
008040 1000-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080* 1100-GET-CHECKPOINT                                           *
008090*   Reads the checkpoint left by a prior, abended run of this   *
008100*   same batch, if any, and restores how many candidates it     *
008110*   already decided and how those decisions came out, so the    *
008120*   report/history/interface files and their footer totals can  *
008130*   pick up where that run left off.                             *
008140******************************************************************
008150 1100-GET-CHECKPOINT.
008160     MOVE ZERO TO CT-SKIP-COUNT.
008170     OPEN INPUT CHECKPOINT-FILE.
008180     IF FS-CKPT-NOT-FOUND
008190         GO TO 1100-EXIT
008200     END-IF.
008210     IF NOT FS-CKPT-OK
008220         GO TO 1100-EXIT
008230     END-IF.
008240
008250     READ CHECKPOINT-FILE
008260         AT END
008270             GO TO 1100-CLOSE
008280     END-READ.
008290     MOVE CKPT-RECORDS-READ TO CT-SKIP-COUNT.
008300     MOVE CKPT-PASS-COUNT TO CT-PASS-COUNT.
008310     MOVE CKPT-FAIL-COUNT TO CT-FAIL-COUNT.
008320     MOVE CKPT-REJECT-COUNT TO CT-REJECT-COUNT.
008330     MOVE CKPT-DUPL-COUNT TO CT-DUPL-COUNT.
008340     MOVE CKPT-ATS-HASH TO WK-ATS-HASH-TOTAL.
008350     MOVE CKPT-RUN-NUMBER TO WK-RUN-NUMBER.
008360
008370* A checkpoint from before positions existed has no tallies
008380* to restore.
008390     IF CKPT-POSITION-COUNT-X IS NUMERIC
008400         PERFORM 1120-RESTORE-ONE-POSITION THRU 1120-EXIT
008410             VARYING PT-IDX FROM 1 BY 1
008420             UNTIL PT-IDX IS GREATER THAN CKPT-POSITION-COUNT
008430         MOVE CKPT-POSITION-COUNT TO PT-COUNT
008440     END-IF.
008450
008460 1100-CLOSE.
008470     CLOSE CHECKPOINT-FILE.
008480
008490 1100-EXIT.
008500     EXIT.
008510
008520 1120-RESTORE-ONE-POSITION.
008530     MOVE CKPT-PT-POSITION (PT-IDX) TO PT-POSITION (PT-IDX).
008540     MOVE CKPT-PT-TOTAL (PT-IDX) TO PT-TOTAL (PT-IDX).
008550     MOVE CKPT-PT-PASS (PT-IDX) TO PT-PASS (PT-IDX).
008560     MOVE CKPT-PT-FAIL (PT-IDX) TO PT-FAIL (PT-IDX).
008570     MOVE CKPT-PT-REJECT (PT-IDX) TO PT-REJECT (PT-IDX).
008580     MOVE CKPT-PT-DUPL (PT-IDX) TO PT-DUPL (PT-IDX).
008590
008600 1120-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640* 1200-SKIP-COMPLETED-RECORDS                                   *
008650*   Discards the candidates a prior run already decided, so     *
008660*   this run does not screen them a second time.                *
008670******************************************************************
008680 1200-SKIP-COMPLETED-RECORDS.
008690     PERFORM 1210-SKIP-ONE-RECORD THRU 1210-EXIT
008700         VARYING CT-SKIP-INDEX FROM 1 BY 1
008710         UNTIL CT-SKIP-INDEX IS GREATER THAN CT-SKIP-COUNT
008720            OR CANDIDATE-EOF.
008730
008740 1200-EXIT.
008750     EXIT.
008760
008770 1210-SKIP-ONE-RECORD.
008780     READ CANDIDATE-FILE
008790         AT END
008800             SET CANDIDATE-EOF TO TRUE
008810             GO TO 1210-EXIT
008820     END-READ.
008830
008840     MOVE CANDIDATE-RECORD TO TRAILER-RECORD.
008850     IF TRAILER-MARKER
008860         SET CANDIDATE-EOF TO TRUE
008870     ELSE
008880         ADD 1 TO CT-RECORDS-READ
008890     END-IF.
008900
008910 1210-EXIT.
008920     EXIT.
008930
008940******************************************************************
008950* 1500-VERIFY-TRAILER                                           *
008960*   Pre-reads the whole candidate extract: counts the detail    *
008970*   records, finds the trailer, and proves the count and the   *
008980*   extract date before a single decision is written.  The     *
008990*   extract must be dated a business day on the calendar, no    *
009000*   later than today; 1900 refuses one already processed.       *
009010*   The file is then closed and reopened for the real pass.     *
009020******************************************************************
009030 1500-VERIFY-TRAILER.
009040     PERFORM 1510-VERIFY-ONE-RECORD THRU 1510-EXIT
009050         UNTIL VERIFY-EOF.
009060
009070     IF NOT TRAILER-FOUND
009080         DISPLAY "INPUT2ANGKA - CANDFILE TRAILER MISSING - "
009090                 "TRANSMISSION INCOMPLETE"
009100         MOVE 16 TO RETURN-CODE
009110         STOP RUN
009120     END-IF.
009130
009140     IF TRL-CAND-COUNT IS NOT EQUAL TO CT-TRAILER-DETAILS
009150         DISPLAY "INPUT2ANGKA - CANDFILE COUNT MISMATCH - "
009160                 "TRAILER SAYS " TRL-CAND-COUNT
009170                 " BUT FILE HOLDS " CT-TRAILER-DETAILS
009180         MOVE 16 TO RETURN-CODE
009190         STOP RUN
009200     END-IF.
009210
009220     IF TRL-EXTRACT-DATE IS GREATER THAN WK-TODAY
009230         DISPLAY "INPUT2ANGKA - CANDFILE EXTRACT DATED "
009240                 TRL-EXTRACT-DATE " IS AFTER TODAY, "
009250                 WK-TODAY
009260         MOVE 16 TO RETURN-CODE
009270         STOP RUN
009280     END-IF.
009290
009300     PERFORM 1550-CHECK-CALENDAR THRU 1550-EXIT.
009310     IF EXTRACT-NOT-ON-CALENDAR
009320         DISPLAY "INPUT2ANGKA - CANDFILE EXTRACT DATED "
009330                 TRL-EXTRACT-DATE " IS NOT ON THE BUSINESS-DAY "
009340                 "CALENDAR"
009350         MOVE 16 TO RETURN-CODE
009360         STOP RUN
009370     END-IF.
009380     IF NOT EXTRACT-ON-BUSINESS-DAY
009390         DISPLAY "INPUT2ANGKA - CANDFILE EXTRACT DATED "
009400                 TRL-EXTRACT-DATE " IS NOT A BUSINESS DAY"
009410         MOVE 16 TO RETURN-CODE
009420         STOP RUN
009430     END-IF.
009440
009450     CLOSE CANDIDATE-FILE.
009460     OPEN INPUT CANDIDATE-FILE.
009470
009480 1500-EXIT.
009490     EXIT.
009500
009510 1510-VERIFY-ONE-RECORD.
009520     READ CANDIDATE-FILE
009530         AT END
009540             SET VERIFY-EOF TO TRUE
009550             GO TO 1510-EXIT
009560     END-READ.
009570
009580     MOVE CANDIDATE-RECORD TO TRAILER-RECORD.
009590     IF NOT TRAILER-MARKER
009600         ADD 1 TO CT-TRAILER-DETAILS
009610         GO TO 1510-EXIT
009620     END-IF.
009630
009640     IF TRAILER-FOUND
009650         DISPLAY "INPUT2ANGKA - MORE THAN ONE CANDFILE "
009660                 "TRAILER RECORD"
009670         MOVE 16 TO RETURN-CODE
009680         STOP RUN
009690     END-IF.
009700     SET TRAILER-FOUND TO TRUE.
009710
009720     IF TRL-CAND-COUNT-X IS NOT NUMERIC
009730        OR TRL-EXTRACT-DATE-X IS NOT NUMERIC
009740         DISPLAY "INPUT2ANGKA - BAD CANDFILE TRAILER: "
009750                 TRAILER-RECORD
009760         MOVE 16 TO RETURN-CODE
009770         STOP RUN
009780     END-IF.
009790
009800 1510-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840* 1550-CHECK-CALENDAR                                           *
009850*   Reads the business-day calendar through, proving it is in   *
009860*   date order, and picks up the day type of the extract date.  *
009870*   A date the calendar does not hold leaves the type blank.    *
009880******************************************************************
009890 1550-CHECK-CALENDAR.
009900     OPEN INPUT BUSINESS-DAY-FILE.
009910     IF NOT FS-BUSINESS-DAY-OK
009920         DISPLAY "INPUT2ANGKA - BUSINESS-DAY-FILE OPEN FAILED, "
009930                 "STATUS = " FS-BUSINESS-DAY-FILE
009940         MOVE 16 TO RETURN-CODE
009950         STOP RUN
009960     END-IF.
009970
009980     PERFORM 1560-CHECK-ONE-DAY THRU 1560-EXIT
009990         UNTIL BUSINESS-DAY-EOF.
010000     CLOSE BUSINESS-DAY-FILE.
010010
010020 1550-EXIT.
010030     EXIT.
010040
010050 1560-CHECK-ONE-DAY.
010060     READ BUSINESS-DAY-FILE
010070         AT END
010080             SET BUSINESS-DAY-EOF TO TRUE
010090             GO TO 1560-EXIT
010100     END-READ.
010110
010120     IF BDAY-DATE-X IS NOT NUMERIC
010130        OR NOT BDAY-TYPE-VALID
010140         DISPLAY "INPUT2ANGKA - BAD BUSINESS-DAY RECORD: "
010150                 BUSINESS-DAY-RECORD
010160         MOVE 16 TO RETURN-CODE
010170         STOP RUN
010180     END-IF.
010190
010200     IF BDAY-DATE IS NOT GREATER THAN WK-CAL-PRIOR-DATE
010210         DISPLAY "INPUT2ANGKA - BUSINESS-DAY CALENDAR OUT OF "
010220                 "ORDER AT " BDAY-DATE
010230         MOVE 16 TO RETURN-CODE
010240         STOP RUN
010250     END-IF.
010260     MOVE BDAY-DATE TO WK-CAL-PRIOR-DATE.
010270
010280     IF BDAY-DATE IS EQUAL TO TRL-EXTRACT-DATE
010290         MOVE BDAY-TYPE TO WK-EXTRACT-DAY-TYPE
010300     END-IF.
010310
010320 1560-EXIT.
010330     EXIT.
010340
010350******************************************************************
010360* 1700-WRITE-ATS-HEADER                                         *
010370*   Assigns the next ATS batch sequence number from the         *
010380*   ATSBSEQ control file (incremented and rewritten at once,    *
010390*   so a restart cannot burn or reuse a number) and writes the  *
010400*   interface header.  Only a fresh run comes here - a          *
010410*   restarted run already has its header on file.               *
010420******************************************************************
010430 1700-WRITE-ATS-HEADER.
010440     MOVE ZERO TO WK-ATS-BATCH-SEQ.
010450     OPEN INPUT ATS-BATCH-SEQ-FILE.
010460     IF FS-ATS-SEQ-NOT-FOUND
010470         GO TO 1700-ASSIGN
010480     END-IF.
010490     IF NOT FS-ATS-SEQ-OK
010500         DISPLAY "INPUT2ANGKA - ATS-BATCH-SEQ-FILE OPEN "
010510                 "FAILED, STATUS = " FS-ATS-BATCH-SEQ
010520         MOVE 16 TO RETURN-CODE
010530         STOP RUN
010540     END-IF.
010550
010560     READ ATS-BATCH-SEQ-FILE
010570         AT END
010580             GO TO 1700-CLOSE
010590     END-READ.
010600     IF SEQ-BATCH-NUMBER-X IS NUMERIC
010610         MOVE SEQ-BATCH-NUMBER TO WK-ATS-BATCH-SEQ
010620     END-IF.
010630
010640 1700-CLOSE.
010650     CLOSE ATS-BATCH-SEQ-FILE.
010660
010670 1700-ASSIGN.
010680     ADD 1 TO WK-ATS-BATCH-SEQ.
010690     OPEN OUTPUT ATS-BATCH-SEQ-FILE.
010700     MOVE WK-ATS-BATCH-SEQ TO SEQ-BATCH-NUMBER.
010710     WRITE ATS-SEQ-LINE.
010720     CLOSE ATS-BATCH-SEQ-FILE.
010730
010740     MOVE SPACES TO ATS-HEADER-RECORD.
010750     MOVE "HDR" TO AHR-RECORD-TYPE.
010760     MOVE WK-RUN-DATE TO AHR-EXTRACT-DATE.
010770     MOVE WK-ATS-BATCH-SEQ TO AHR-BATCH-SEQ.
010780     WRITE ATS-LINE FROM ATS-HEADER-RECORD.
010790
010800 1700-EXIT.
010810     EXIT.
010820
010830******************************************************************
010840* 1900-OPEN-RUN-CONTROL                                         *
010850*   Scans the run-control journal for the highest run number    *
010860*   and for a COMPLETED normal run against this CANDFILE        *
010870*   generation (the trailer extract date).  A fresh run gets    *
010880*   max + 1 and appends its STARTED record; a restart keeps     *
010890*   the run number the checkpoint carries and appends nothing.  *
010900*   A generation already completed refuses to start.            *
010910******************************************************************
010920 1900-OPEN-RUN-CONTROL.
010930     OPEN INPUT RUN-CONTROL-FILE.
010940     IF FS-RUNCTL-NOT-FOUND
010950         GO TO 1900-ASSIGN
010960     END-IF.
010970     IF NOT FS-RUNCTL-OK
010980         DISPLAY "INPUT2ANGKA - RUN-CONTROL-FILE OPEN FAILED, "
010990                 "STATUS = " FS-RUN-CONTROL
011000         MOVE 16 TO RETURN-CODE
011010         STOP RUN
011020     END-IF.
011030
011040     PERFORM 1910-SCAN-ONE-RUNCTL THRU 1910-EXIT
011050         UNTIL RUN-CONTROL-EOF.
011060     CLOSE RUN-CONTROL-FILE.
011070
011080 1900-ASSIGN.
011090     IF CT-SKIP-COUNT IS GREATER THAN ZERO
011100        AND WK-RUN-NUMBER IS GREATER THAN ZERO
011110         GO TO 1900-STAMP
011120     END-IF.
011130
011140     IF GENERATION-COMPLETED
011150         DISPLAY "INPUT2ANGKA - CANDFILE GENERATION DATED "
011160                 TRL-EXTRACT-DATE " WAS ALREADY PROCESSED BY "
011170                 "A COMPLETED RUN - NOT STARTING"
011180         MOVE 16 TO RETURN-CODE
011190         STOP RUN
011200     END-IF.
011210
011220     COMPUTE WK-RUN-NUMBER = WK-MAX-RUN-NUMBER + 1.
011230
011240     OPEN EXTEND RUN-CONTROL-FILE.
011250     IF NOT FS-RUNCTL-OK
011260         CLOSE RUN-CONTROL-FILE
011270         OPEN OUTPUT RUN-CONTROL-FILE
011280     END-IF.
011290     MOVE SPACES TO RUNCTL-RECORD.
011300     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
011310     SET RUN-STARTED TO TRUE.
011320     SET RUN-TYPE-NORMAL TO TRUE.
011330     MOVE TRL-EXTRACT-DATE TO RUN-EXTRACT-DATE.
011340     MOVE WK-RUN-DATE TO RUN-EVENT-DATE.
011350     MOVE ZERO TO RUN-READ-COUNT RUN-PASS-COUNT RUN-FAIL-COUNT
011360                  RUN-REJECT-COUNT RUN-DUPL-COUNT.
011370     WRITE RUNCTL-RECORD.
011380     CLOSE RUN-CONTROL-FILE.
011390
011400 1900-STAMP.
011410     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
011420
011430 1900-EXIT.
011440     EXIT.
011450
011460 1910-SCAN-ONE-RUNCTL.
011470     READ RUN-CONTROL-FILE
011480         AT END
011490             SET RUN-CONTROL-EOF TO TRUE
011500             GO TO 1910-EXIT
011510     END-READ.
011520
011530     IF RUN-NUMBER-X IS NUMERIC
011540        AND RUN-NUMBER IS GREATER THAN WK-MAX-RUN-NUMBER
011550         MOVE RUN-NUMBER TO WK-MAX-RUN-NUMBER
011560     END-IF.
011570
011580     IF RUN-COMPLETED
011590        AND RUN-TYPE-NORMAL
011600        AND RUN-EXTRACT-DATE IS EQUAL TO TRL-EXTRACT-DATE
011610         SET GENERATION-COMPLETED TO TRUE
011620     END-IF.
011630
011640 1910-EXIT.
011650     EXIT.
011660
011670******************************************************************
011680* 1300-LOAD-SOURCES                                             *
011690*   Reads the recruiting-source table into SOURCE-TABLE so      *
011700*   every candidate's source can be proved without a file       *
011710*   pass.  A missing table or a bad record fails the step       *
011720*   before any decision is written.                             *
011730******************************************************************
011740 1300-LOAD-SOURCES.
011750     OPEN INPUT SOURCE-FILE.
011760     IF NOT FS-SOURCE-OK
011770         DISPLAY "INPUT2ANGKA - SOURCE-FILE OPEN FAILED, "
011780                 "STATUS = " FS-SOURCE-FILE
011790         MOVE 16 TO RETURN-CODE
011800         STOP RUN
011810     END-IF.
011820
011830     PERFORM 1310-LOAD-ONE-SOURCE THRU 1310-EXIT
011840         UNTIL SOURCE-EOF.
011850     CLOSE SOURCE-FILE.
011860
011870 1300-EXIT.
011880     EXIT.
011890
011900 1310-LOAD-ONE-SOURCE.
011910     READ SOURCE-FILE
011920         AT END
011930             SET SOURCE-EOF TO TRUE
011940             GO TO 1310-EXIT
011950     END-READ.
011960
011970     IF NOT SRC-CHANNEL-VALID
011980        OR SRC-PLACEMENT-FEE-X IS NOT NUMERIC
011990         DISPLAY "INPUT2ANGKA - BAD SOURCE RECORD: "
012000                 SOURCE-RECORD
012010         MOVE 16 TO RETURN-CODE
012020         STOP RUN
012030     END-IF.
012040
012050     IF SR-COUNT IS NOT LESS THAN 200
012060         DISPLAY "INPUT2ANGKA - SOURCE-TABLE FULL AT "
012070                 "200 ENTRIES"
012080         MOVE 16 TO RETURN-CODE
012090         STOP RUN
012100     END-IF.
012110     ADD 1 TO SR-COUNT.
012120     MOVE SRC-KEY TO SR-KEY (SR-COUNT).
012130
012140 1310-EXIT.
012150     EXIT.
012160
012170******************************************************************
012180* 1320-FIND-SOURCE-ENTRY                                        *
012190*   Serial search of SOURCE-TABLE for WK-SEARCH-SOURCE.         *
012200******************************************************************
012210 1320-FIND-SOURCE-ENTRY.
012220     SET SR-NOT-FOUND TO TRUE.
012230     MOVE ZERO TO SR-FOUND-IDX.
012240     PERFORM 1325-MATCH-SOURCE-ENTRY THRU 1325-EXIT
012250         VARYING SR-IDX FROM 1 BY 1
012260         UNTIL SR-IDX IS GREATER THAN SR-COUNT
012270            OR SR-FOUND.
012280
012290 1320-EXIT.
012300     EXIT.
012310
012320 1325-MATCH-SOURCE-ENTRY.
012330     IF SR-KEY (SR-IDX) IS EQUAL TO WK-SEARCH-SOURCE
012340         SET SR-FOUND TO TRUE
012350         MOVE SR-IDX TO SR-FOUND-IDX
012360     END-IF.
012370
012380 1325-EXIT.
012390     EXIT.
012400
012410******************************************************************
012420* 1400-LOAD-CRITERIA                                            *
012430*   Reads the shared screening-criteria file, validates every   *
012440*   record, and keeps one stage-1 band per position - the      *
012450*   record with the latest effective date on or before the    *
012460*   run date wins per position.  A bad record or no default   *
012470*   (blank-position) band in force fails the step before any  *
012480*   decision is written.                                        *
012490******************************************************************
012500 1400-LOAD-CRITERIA.
012510     OPEN INPUT CRITERIA-FILE.
012520     IF NOT FS-CRITERIA-OK
012530         DISPLAY "INPUT2ANGKA - CRITERIA-FILE OPEN FAILED, "
012540                 "STATUS = " FS-CRITERIA-FILE
012550         MOVE 16 TO RETURN-CODE
012560         STOP RUN
012570     END-IF.
012580
012590     PERFORM 1410-LOAD-ONE-CRITERIA THRU 1410-EXIT
012600         UNTIL CRITERIA-EOF.
012610     CLOSE CRITERIA-FILE.
012620
012630     IF NOT STAGE1-CRIT-FOUND
012640         DISPLAY "INPUT2ANGKA - NO DEFAULT STAGE-1 CRITERIA "
012650                 "IN FORCE FOR " WK-RUN-DATE
012660         MOVE 16 TO RETURN-CODE
012670         STOP RUN
012680     END-IF.
012690
012700 1400-EXIT.
012710     EXIT.
012720
012730 1410-LOAD-ONE-CRITERIA.
012740     READ CRITERIA-FILE
012750         AT END
012760             SET CRITERIA-EOF TO TRUE
012770             GO TO 1410-EXIT
012780     END-READ.
012790
012800     IF (NOT CRIT-STAGE-1 AND NOT CRIT-STAGE-2)
012810        OR CRIT-EFFECTIVE-DATE-X IS NOT NUMERIC
012820        OR CRIT-MIN-AGE-X IS NOT NUMERIC
012830        OR CRIT-MAX-AGE-X IS NOT NUMERIC
012840        OR (NOT CRIT-NO-EXPIRY
012850            AND CRIT-EXPIRE-DATE-X IS NOT NUMERIC)
012860         DISPLAY "INPUT2ANGKA - BAD CRITERIA RECORD: "
012870                 CRITERIA-RECORD
012880         MOVE 16 TO RETURN-CODE
012890         STOP RUN
012900     END-IF.
012910     IF CRIT-MIN-AGE IS GREATER THAN CRIT-MAX-AGE
012920         DISPLAY "INPUT2ANGKA - CRITERIA MIN AGE EXCEEDS MAX: "
012930                 CRITERIA-RECORD
012940         MOVE 16 TO RETURN-CODE
012950         STOP RUN
012960     END-IF.
012970
012980     IF CRIT-STAGE-1
012990        AND CRIT-EFFECTIVE-DATE IS NOT GREATER THAN WK-RUN-DATE
013000        AND (CRIT-NO-EXPIRY
013010             OR CRIT-EXPIRE-DATE IS GREATER THAN WK-RUN-DATE)
013020         PERFORM 1430-POST-CRIT-ENTRY THRU 1430-EXIT
013030     END-IF.
013040
013050 1410-EXIT.
013060     EXIT.
013070
013080******************************************************************
013090* 1430-POST-CRIT-ENTRY                                          *
013100*   Posts the in-force criteria record into CRITERIA-TABLE -   *
013110*   overlaying the entry for its position when the effective   *
013120*   date is as late or later, adding a new entry if the        *
013130*   position has none yet.  Posting the default (blank         *
013140*   position) band satisfies the job-start check.              *
013150******************************************************************
013160 1430-POST-CRIT-ENTRY.
013170     MOVE CRIT-POSITION TO WK-SEARCH-POSITION.
013180     PERFORM 1420-FIND-CRIT-ENTRY THRU 1420-EXIT.
013190
013200     IF CR-NOT-FOUND
013210         IF CR-COUNT IS NOT LESS THAN 100
013220             DISPLAY "INPUT2ANGKA - CRITERIA-TABLE FULL AT "
013230                     "100 ENTRIES"
013240             MOVE 16 TO RETURN-CODE
013250             STOP RUN
013260         END-IF
013270         ADD 1 TO CR-COUNT
013280         MOVE CR-COUNT TO CR-FOUND-IDX
013290         MOVE CRIT-POSITION TO CR-POSITION (CR-FOUND-IDX)
013300         MOVE ZERO TO CR-EFF-DATE (CR-FOUND-IDX)
013310     END-IF.
013320
013330     IF CRIT-EFFECTIVE-DATE IS NOT LESS THAN
013340        CR-EFF-DATE (CR-FOUND-IDX)
013350         MOVE CRIT-EFFECTIVE-DATE TO CR-EFF-DATE (CR-FOUND-IDX)
013360         MOVE CRIT-MIN-AGE TO CR-MIN-AGE (CR-FOUND-IDX)
013370         MOVE CRIT-MAX-AGE TO CR-MAX-AGE (CR-FOUND-IDX)
013380         IF CRIT-DEFAULT-BAND
013390             SET STAGE1-CRIT-FOUND TO TRUE
013400         END-IF
013410     END-IF.
013420
013430 1430-EXIT.
013440     EXIT.
013450
013460******************************************************************
013470* 1420-FIND-CRIT-ENTRY                                          *
013480*   Serial search of CRITERIA-TABLE for WK-SEARCH-POSITION.     *
013490******************************************************************
013500 1420-FIND-CRIT-ENTRY.
013510     SET CR-NOT-FOUND TO TRUE.
013520     MOVE ZERO TO CR-FOUND-IDX.
013530     PERFORM 1425-MATCH-CRIT-ENTRY THRU 1425-EXIT
013540         VARYING CR-IDX FROM 1 BY 1
013550         UNTIL CR-IDX IS GREATER THAN CR-COUNT
013560            OR CR-FOUND.
013570
013580 1420-EXIT.
013590     EXIT.
013600
013610 1425-MATCH-CRIT-ENTRY.
013620     IF CR-POSITION (CR-IDX) IS EQUAL TO WK-SEARCH-POSITION
013630         SET CR-FOUND TO TRUE
013640         MOVE CR-IDX TO CR-FOUND-IDX
013650     END-IF.
013660
013670 1425-EXIT.
013680     EXIT.
013690
013700******************************************************************
013710* 1450-PRINT-CRIT-HEADINGS                                      *
013720*   One heading line per age band in force, so a disputed      *
013730*   decision for any position can be checked against the       *
013740*   rules that applied that day.                                *
013750******************************************************************
013760 1450-PRINT-CRIT-HEADINGS.
013770     PERFORM 1455-PRINT-ONE-CRIT THRU 1455-EXIT
013780         VARYING CR-IDX FROM 1 BY 1
013790         UNTIL CR-IDX IS GREATER THAN CR-COUNT.
013800
013810 1450-EXIT.
013820     EXIT.
013830
013840 1455-PRINT-ONE-CRIT.
013850     IF CR-POSITION (CR-IDX) IS EQUAL TO SPACES
013860         MOVE "*DEFAULT" TO RPT-H-POSITION
013870     ELSE
013880         MOVE CR-POSITION (CR-IDX) TO RPT-H-POSITION
013890     END-IF.
013900     MOVE CR-MIN-AGE (CR-IDX) TO RPT-H-MIN-AGE.
013910     MOVE CR-MAX-AGE (CR-IDX) TO RPT-H-MAX-AGE.
013920     MOVE CR-EFF-DATE (CR-IDX) TO RPT-H-EFF-DATE.
013930     WRITE REPORT-LINE FROM RPT-HEADING-CRIT.
013940
013950 1455-EXIT.
013960     EXIT.
013970
013980******************************************************************
013990* 1600-WRITE-CHECKPOINT                                         *
014000*   Records how many candidates have been fully processed, and  *
014010*   the running pass/fail/reject counts as of that point, so a  *
014020*   restart can skip straight past them and still print totals  *
014030*   that reconcile with what actually made it to the files.     *
014040*   Written after every candidate (not just every few) so an    *
014050*   abend can never leave SCREENING-REPORT, SCREENING-HISTORY-  *
014060*   FILE, STAGE1-PASS-FILE or ATS-INTERFACE-FILE holding a       *
014070*   record for a candidate the checkpoint does not yet know      *
014080*   about - that gap was what let a restart reprocess and        *
014090*   duplicate the last few candidates of the prior run.          *
014100******************************************************************
014110 1600-WRITE-CHECKPOINT.
014120     CLOSE CHECKPOINT-FILE.
014130     OPEN OUTPUT CHECKPOINT-FILE.
014140     MOVE SPACES TO CHECKPOINT-LINE.
014150     MOVE CT-RECORDS-READ TO CKPT-RECORDS-READ.
014160     MOVE CT-PASS-COUNT TO CKPT-PASS-COUNT.
014170     MOVE CT-FAIL-COUNT TO CKPT-FAIL-COUNT.
014180     MOVE CT-REJECT-COUNT TO CKPT-REJECT-COUNT.
014190     MOVE CT-DUPL-COUNT TO CKPT-DUPL-COUNT.
014200     MOVE WK-ATS-HASH-TOTAL TO CKPT-ATS-HASH.
014210     MOVE WK-RUN-NUMBER TO CKPT-RUN-NUMBER.
014220     MOVE PT-COUNT TO CKPT-POSITION-COUNT.
014230     PERFORM 1620-SAVE-ONE-POSITION THRU 1620-EXIT
014240         VARYING PT-IDX FROM 1 BY 1
014250         UNTIL PT-IDX IS GREATER THAN PT-COUNT.
014260     WRITE CHECKPOINT-LINE.
014270     CLOSE CHECKPOINT-FILE.
014280
014290 1600-EXIT.
014300     EXIT.
014310
014320 1620-SAVE-ONE-POSITION.
014330     MOVE PT-POSITION (PT-IDX) TO CKPT-PT-POSITION (PT-IDX).
014340     MOVE PT-TOTAL (PT-IDX) TO CKPT-PT-TOTAL (PT-IDX).
014350     MOVE PT-PASS (PT-IDX) TO CKPT-PT-PASS (PT-IDX).
014360     MOVE PT-FAIL (PT-IDX) TO CKPT-PT-FAIL (PT-IDX).
014370     MOVE PT-REJECT (PT-IDX) TO CKPT-PT-REJECT (PT-IDX).
014380     MOVE PT-DUPL (PT-IDX) TO CKPT-PT-DUPL (PT-IDX).
014390
014400 1620-EXIT.
014410     EXIT.
014420
014430 2000-PROCESS-CANDIDATES.
014440     READ CANDIDATE-FILE
014450         AT END
014460             SET CANDIDATE-EOF TO TRUE
014470             GO TO 2000-EXIT
014480     END-READ.
014490
014500* The trailer is bookkeeping, not a candidate - it was already
014510* proved good in 1500-VERIFY-TRAILER.
014520     MOVE CANDIDATE-RECORD TO TRAILER-RECORD.
014530     IF TRAILER-MARKER
014540         SET CANDIDATE-EOF TO TRUE
014550         GO TO 2000-EXIT
014560     END-IF.
014570     ADD 1 TO CT-RECORDS-READ.
014580
014590     PERFORM 2100-SCREEN-CANDIDATE THRU 2100-EXIT.
014600     PERFORM 2700-TALLY-POSITION THRU 2700-EXIT.
014610     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
014620     PERFORM 2300-WRITE-HISTORY-ENTRY THRU 2300-EXIT.
014630     IF CAND-STAGE1-PASS
014640         PERFORM 2400-WRITE-STAGE1-PASS THRU 2400-EXIT
014650         PERFORM 2500-WRITE-ATS-RECORD THRU 2500-EXIT
014660     END-IF.
014670
014680     PERFORM 1600-WRITE-CHECKPOINT THRU 1600-EXIT.
014690
014700 2000-EXIT.
014710     EXIT.
014720
014730******************************************************************
014740* 2100-SCREEN-CANDIDATE                                         *
014750*   Validates the candidate first; a valid candidate is then    *
014760*   checked against the master for a still-current prior        *
014770*   decision, and only after that is the age compared against   *
014780*   the stage-1 age band in force from the criteria file.  A    *
014790*   fresh decision is posted                                    *
014800*   back to the master; a DUPL is not, so the re-application    *
014810*   window runs from the original decision, not the retry.      *
014820******************************************************************
014830 2100-SCREEN-CANDIDATE.
014840     MOVE SPACES TO WK-REJECT-REASON.
014850     PERFORM 2110-VALIDATE-CANDIDATE THRU 2110-EXIT.
014860
014870     IF CANDIDATE-IS-INVALID
014880         SET CAND-STAGE1-FAIL TO TRUE
014890         ADD 1 TO CT-REJECT-COUNT
014900         GO TO 2100-EXIT
014910     END-IF.
014920
014930     PERFORM 2120-CHECK-REAPPLICANT THRU 2120-EXIT.
014940     IF CAND-STAGE1-DUPL
014950         ADD 1 TO CT-DUPL-COUNT
014960         GO TO 2100-EXIT
014970     END-IF.
014980
014990* The band for the candidate's position - or the default when
015000* the position has no band of its own.
015010     PERFORM 2140-SELECT-CRITERIA THRU 2140-EXIT.
015020
015030     IF CAND-AGE IS NOT LESS THAN WK-STAGE1-MIN-AGE
015040        AND CAND-AGE IS NOT GREATER THAN WK-STAGE1-MAX-AGE
015050         SET CAND-STAGE1-PASS TO TRUE
015060         ADD 1 TO CT-PASS-COUNT
015070     ELSE
015080         SET CAND-STAGE1-FAIL TO TRUE
015090         ADD 1 TO CT-FAIL-COUNT
015100     END-IF.
015110
015120     PERFORM 2130-UPDATE-MASTER THRU 2130-EXIT.
015130
015140 2100-EXIT.
015150     EXIT.
015160
015170******************************************************************
015180* 2140-SELECT-CRITERIA                                          *
015190*   Picks the age band for the candidate being screened - the   *
015200*   entry for the candidate's position when it has one, the     *
015210*   default band otherwise.  The default is proved in force     *
015220*   at job start, so there is always a band to select.          *
015230******************************************************************
015240 2140-SELECT-CRITERIA.
015250     MOVE CAND-POSITION TO WK-SEARCH-POSITION.
015260     PERFORM 1420-FIND-CRIT-ENTRY THRU 1420-EXIT.
015270     IF CR-NOT-FOUND
015280         MOVE SPACES TO WK-SEARCH-POSITION
015290         PERFORM 1420-FIND-CRIT-ENTRY THRU 1420-EXIT
015300     END-IF.
015310
015320     MOVE CR-MIN-AGE (CR-FOUND-IDX) TO WK-STAGE1-MIN-AGE.
015330     MOVE CR-MAX-AGE (CR-FOUND-IDX) TO WK-STAGE1-MAX-AGE.
015340
015350 2140-EXIT.
015360     EXIT.
015370
015380******************************************************************
015390* 2700-TALLY-POSITION                                           *
015400*   Adds the decision just made to the tallies for the          *
015410*   candidate's position, opening a new tally entry the first   *
015420*   time a position appears.                                    *
015430******************************************************************
015440 2700-TALLY-POSITION.
015450     PERFORM 2710-FIND-POSITION THRU 2710-EXIT.
015460
015470     IF PT-NOT-FOUND
015480         IF PT-COUNT IS NOT LESS THAN 50
015490             DISPLAY "INPUT2ANGKA - POSITION-TABLE FULL AT 50 "
015500                     "ENTRIES, CANDIDATE " CAND-ID
015510             MOVE 16 TO RETURN-CODE
015520             STOP RUN
015530         END-IF
015540         ADD 1 TO PT-COUNT
015550         MOVE PT-COUNT TO PT-FOUND-IDX
015560         MOVE CAND-POSITION TO PT-POSITION (PT-FOUND-IDX)
015570         MOVE ZERO TO PT-TOTAL (PT-FOUND-IDX)
015580         MOVE ZERO TO PT-PASS (PT-FOUND-IDX)
015590         MOVE ZERO TO PT-FAIL (PT-FOUND-IDX)
015600         MOVE ZERO TO PT-REJECT (PT-FOUND-IDX)
015610         MOVE ZERO TO PT-DUPL (PT-FOUND-IDX)
015620     END-IF.
015630
015640     ADD 1 TO PT-TOTAL (PT-FOUND-IDX).
015650     IF CANDIDATE-IS-INVALID
015660         ADD 1 TO PT-REJECT (PT-FOUND-IDX)
015670     ELSE
015680     IF CAND-STAGE1-DUPL
015690         ADD 1 TO PT-DUPL (PT-FOUND-IDX)
015700     ELSE
015710     IF CAND-STAGE1-PASS
015720         ADD 1 TO PT-PASS (PT-FOUND-IDX)
015730     ELSE
015740         ADD 1 TO PT-FAIL (PT-FOUND-IDX)
015750     END-IF
015760     END-IF
015770     END-IF.
015780
015790 2700-EXIT.
015800     EXIT.
015810
015820 2710-FIND-POSITION.
015830     SET PT-NOT-FOUND TO TRUE.
015840     MOVE ZERO TO PT-FOUND-IDX.
015850     PERFORM 2720-MATCH-POSITION THRU 2720-EXIT
015860         VARYING PT-IDX FROM 1 BY 1
015870         UNTIL PT-IDX IS GREATER THAN PT-COUNT
015880            OR PT-FOUND.
015890
015900 2710-EXIT.
015910     EXIT.
015920
015930 2720-MATCH-POSITION.
015940     IF PT-POSITION (PT-IDX) IS EQUAL TO CAND-POSITION
015950         SET PT-FOUND TO TRUE
015960         MOVE PT-IDX TO PT-FOUND-IDX
015970     END-IF.
015980
015990 2720-EXIT.
016000     EXIT.
016010
016020******************************************************************
016030* 2120-CHECK-REAPPLICANT                                        *
016040*   A candidate whose latest master decision is dated on or     *
016050*   after the six-month cutoff is marked DUPL - the prior       *
016060*   result and its date go on the report and history so the     *
016070*   2 a.m. operator does not have to look anything up.  An      *
016080*   older decision just gets re-screened and overlaid.          *
016090******************************************************************
016100 2120-CHECK-REAPPLICANT.
016110     SET MASTER-NOT-FOUND TO TRUE.
016120     MOVE CAND-ID TO MAST-CAND-ID.
016130     READ CANDIDATE-MASTER-FILE
016140         INVALID KEY
016150             GO TO 2120-EXIT
016160     END-READ.
016170     SET MASTER-FOUND TO TRUE.
016180
016190     IF MAST-DECISION-DATE IS NOT LESS THAN WK-CUTOFF-DATE
016200         SET CAND-STAGE1-DUPL TO TRUE
016210         MOVE MAST-STAGE1-RESULT TO WK-DUPL-RESULT
016220         MOVE MAST-DECISION-DATE TO WK-DUPL-DATE
016230         MOVE WK-DUPL-REMARK TO WK-REJECT-REASON
016240     END-IF.
016250
016260 2120-EXIT.
016270     EXIT.
016280
016290******************************************************************
016300* 2130-UPDATE-MASTER                                            *
016310*   Writes a fresh PASS/FAIL decision to the indexed master,   *
016320*   overlaying the candidate's prior record if there is one,   *
016330*   so a restart after an abend still sees it.  Rejected       *
016340*   (bad-data) candidates are never posted - a corrected       *
016350*   re-extract must screen fresh.                              *
016360******************************************************************
016370 2130-UPDATE-MASTER.
016380     MOVE SPACES TO MASTER-RECORD.
016390     MOVE CAND-ID TO MAST-CAND-ID.
016400     MOVE CAND-NAME TO MAST-CAND-NAME.
016410     MOVE CAND-AGE TO MAST-AGE.
016420     MOVE WK-RUN-DATE TO MAST-DECISION-DATE.
016430     MOVE CAND-STAGE1-RESULT TO MAST-STAGE1-RESULT.
016440     MOVE CAND-POSITION TO MAST-POSITION.
016450     MOVE CAND-SOURCE TO MAST-SOURCE.
016460     MOVE CAND-SOURCE-ID TO MAST-SOURCE-ID.
016470     WRITE MASTER-RECORD
016480         INVALID KEY
016490             REWRITE MASTER-RECORD
016500     END-WRITE.
016510
016520 2130-EXIT.
016530     EXIT.
016540
016550******************************************************************
016560* 2110-VALIDATE-CANDIDATE                                       *
016570*   Rejects an age that is not numeric (a leading "-" included) *
016580*   or is over 150, instead of letting a bad keystroke silently *
016590*   screen wrong.  CAND-AGE is unsigned, so a numeric value can  *
016600*   never test negative here.  The birthdate is then proved a   *
016610*   real calendar date, the age is derived from it as of the    *
016620*   run date, and a disagreement with the extract's CAND-AGE    *
016630*   is a rejection - a decision must be defensible from the     *
016640*   birthdate on file, not an age computed weeks earlier.       *
016650*   Last, the position must be a requisition on file that is   *
016660*   not closed, and the source must be one on the source        *
016670*   table.                                                      *
016680******************************************************************
016690 2110-VALIDATE-CANDIDATE.
016700     SET CANDIDATE-IS-VALID TO TRUE.
016710
016720     IF CAND-AGE-X IS NOT NUMERIC
016730         SET CANDIDATE-IS-INVALID TO TRUE
016740         MOVE "NON-NUMERIC AGE" TO WK-REJECT-REASON
016750         GO TO 2110-EXIT
016760     END-IF.
016770
016780     IF CAND-AGE IS GREATER THAN 150
016790         SET CANDIDATE-IS-INVALID TO TRUE
016800         MOVE "AGE OUT OF RANGE" TO WK-REJECT-REASON
016810         GO TO 2110-EXIT
016820     END-IF.
016830
016840     PERFORM 2115-VALIDATE-BIRTH-DATE THRU 2115-EXIT.
016850     IF CANDIDATE-IS-INVALID
016860         GO TO 2110-EXIT
016870     END-IF.
016880
016890     IF WK-DERIVED-AGE IS NOT EQUAL TO CAND-AGE
016900         SET CANDIDATE-IS-INVALID TO TRUE
016910         MOVE "AGE MISMATCH" TO WK-REJECT-REASON
016920         GO TO 2110-EXIT
016930     END-IF.
016940
016950* The age screened, reported and carried downstream is the one
016960* derived from the birthdate on file.
016970     MOVE WK-DERIVED-AGE TO CAND-AGE.
016980
016990     PERFORM 2118-CHECK-REQUISITION THRU 2118-EXIT.
017000     IF CANDIDATE-IS-INVALID
017010         GO TO 2110-EXIT
017020     END-IF.
017030
017040     PERFORM 2119-CHECK-SOURCE THRU 2119-EXIT.
017050
017060 2110-EXIT.
017070     EXIT.
017080
017090******************************************************************
017100* 2115-VALIDATE-BIRTH-DATE                                      *
017110*   Proves CAND-BIRTH-DATE is a real calendar date - numeric,   *
017120*   month 1-12, day within the month (29 February only in a    *
017130*   leap year), and in the past - then derives the age as of   *
017140*   the run date into WK-DERIVED-AGE.                           *
017150******************************************************************
017160 2115-VALIDATE-BIRTH-DATE.
017170     IF CAND-BIRTH-DATE-X IS NOT NUMERIC
017180         SET CANDIDATE-IS-INVALID TO TRUE
017190         MOVE "BAD BIRTH DATE" TO WK-REJECT-REASON
017200         GO TO 2115-EXIT
017210     END-IF.
017220
017230     MOVE CAND-BIRTH-DATE TO WK-BIRTH-DATE.
017240
017250     IF WK-BIRTH-MM IS LESS THAN 1
017260        OR WK-BIRTH-MM IS GREATER THAN 12
017270         SET CANDIDATE-IS-INVALID TO TRUE
017280         MOVE "BAD BIRTH DATE" TO WK-REJECT-REASON
017290         GO TO 2115-EXIT
017300     END-IF.
017310
017320     MOVE MONTH-DAYS (WK-BIRTH-MM) TO WK-MAX-DAY.
017330     IF WK-BIRTH-MM IS EQUAL TO 2
017340         PERFORM 2117-CHECK-LEAP-YEAR THRU 2117-EXIT
017350         IF LEAP-YEAR
017360             MOVE 29 TO WK-MAX-DAY
017370         END-IF
017380     END-IF.
017390
017400     IF WK-BIRTH-DD IS LESS THAN 1
017410        OR WK-BIRTH-DD IS GREATER THAN WK-MAX-DAY
017420         SET CANDIDATE-IS-INVALID TO TRUE
017430         MOVE "BAD BIRTH DATE" TO WK-REJECT-REASON
017440         GO TO 2115-EXIT
017450     END-IF.
017460
017470     IF CAND-BIRTH-DATE IS NOT LESS THAN WK-RUN-DATE
017480         SET CANDIDATE-IS-INVALID TO TRUE
017490         MOVE "BAD BIRTH DATE" TO WK-REJECT-REASON
017500         GO TO 2115-EXIT
017510     END-IF.
017520
017530     COMPUTE WK-DERIVED-AGE = WK-RUN-YYYY - WK-BIRTH-YYYY.
017540     IF WK-BIRTH-MM IS GREATER THAN WK-RUN-MM
017550        OR (WK-BIRTH-MM IS EQUAL TO WK-RUN-MM
017560            AND WK-BIRTH-DD IS GREATER THAN WK-RUN-DD)
017570         SUBTRACT 1 FROM WK-DERIVED-AGE
017580     END-IF.
017590
017600 2115-EXIT.
017610     EXIT.
017620
017630******************************************************************
017640* 2117-CHECK-LEAP-YEAR                                          *
017650*   A year divisible by 4 is leap, except a century year that   *
017660*   is not divisible by 400.                                    *
017670******************************************************************
017680 2117-CHECK-LEAP-YEAR.
017690     SET NOT-LEAP-YEAR TO TRUE.
017700     DIVIDE WK-BIRTH-YYYY BY 4
017710         GIVING WK-LEAP-QUOT REMAINDER WK-LEAP-REM.
017720     IF WK-LEAP-REM IS NOT EQUAL TO ZERO
017730         GO TO 2117-EXIT
017740     END-IF.
017750
017760     DIVIDE WK-BIRTH-YYYY BY 100
017770         GIVING WK-LEAP-QUOT REMAINDER WK-LEAP-REM.
017780     IF WK-LEAP-REM IS NOT EQUAL TO ZERO
017790         SET LEAP-YEAR TO TRUE
017800         GO TO 2117-EXIT
017810     END-IF.
017820
017830     DIVIDE WK-BIRTH-YYYY BY 400
017840         GIVING WK-LEAP-QUOT REMAINDER WK-LEAP-REM.
017850     IF WK-LEAP-REM IS EQUAL TO ZERO
017860         SET LEAP-YEAR TO TRUE
017870     END-IF.
017880
017890 2117-EXIT.
017900     EXIT.
017910
017920******************************************************************
017930* 2118-CHECK-REQUISITION                                        *
017940*   Random read of the requisition master for CAND-POSITION.   *
017950*   A code HR never set up, or a requisition already closed,   *
017960*   is a rejection with its own reason - the candidate is not  *
017970*   screened or sent to the ATS.  A requisition on hold or     *
017980*   filled is still screened; the scheduling step holds back  *
017990*   the interview.                                              *
018000******************************************************************
018010 2118-CHECK-REQUISITION.
018020     MOVE CAND-POSITION TO REQ-POSITION.
018030     READ REQUISITION-MASTER-FILE
018040         INVALID KEY
018050             SET CANDIDATE-IS-INVALID TO TRUE
018060             MOVE "UNKNOWN POSITION" TO WK-REJECT-REASON
018070             GO TO 2118-EXIT
018080     END-READ.
018090
018100     IF REQ-STATUS-CLOSED
018110         SET CANDIDATE-IS-INVALID TO TRUE
018120         MOVE "REQUISITION CLOSED" TO WK-REJECT-REASON
018130     END-IF.
018140
018150 2118-EXIT.
018160     EXIT.
018170
018180******************************************************************
018190* 2119-CHECK-SOURCE                                             *
018200*   The source channel must be one of the five, and the         *
018210*   channel and id must be on the source table.  A job board    *
018220*   or agency must be listed by its own id - that is who is     *
018230*   paid for the placement.  A referral must name the           *
018240*   referring employee, but a referrer, campus or walk-in not   *
018250*   listed by id falls back to the channel's general entry.     *
018260******************************************************************
018270 2119-CHECK-SOURCE.
018280     IF NOT CAND-SOURCE-KNOWN
018290         SET CANDIDATE-IS-INVALID TO TRUE
018300         MOVE "UNKNOWN SOURCE" TO WK-REJECT-REASON
018310         GO TO 2119-EXIT
018320     END-IF.
018330
018340     IF (CAND-SOURCE-JOB-BOARD OR CAND-SOURCE-AGENCY
018350         OR CAND-SOURCE-REFERRAL)
018360        AND CAND-SOURCE-ID IS EQUAL TO SPACES
018370         SET CANDIDATE-IS-INVALID TO TRUE
018380         MOVE "NO SOURCE ID" TO WK-REJECT-REASON
018390         GO TO 2119-EXIT
018400     END-IF.
018410
018420     MOVE CAND-SOURCE TO WK-SEARCH-CHANNEL.
018430     MOVE CAND-SOURCE-ID TO WK-SEARCH-SOURCE-ID.
018440     PERFORM 1320-FIND-SOURCE-ENTRY THRU 1320-EXIT.
018450     IF SR-NOT-FOUND
018460        AND NOT CAND-SOURCE-JOB-BOARD
018470        AND NOT CAND-SOURCE-AGENCY
018480         MOVE SPACES TO WK-SEARCH-SOURCE-ID
018490         PERFORM 1320-FIND-SOURCE-ENTRY THRU 1320-EXIT
018500     END-IF.
018510
018520     IF SR-NOT-FOUND
018530         SET CANDIDATE-IS-INVALID TO TRUE
018540         MOVE "UNKNOWN SOURCE" TO WK-REJECT-REASON
018550     END-IF.
018560
018570 2119-EXIT.
018580     EXIT.
018590
018600 2200-WRITE-REPORT-LINE.
018610     MOVE SPACES TO RPT-DETAIL-LINE.
018620     MOVE CAND-ID TO RPT-D-ID.
018630     MOVE CAND-NAME TO RPT-D-NAME.
018640     MOVE CAND-POSITION TO RPT-D-POSITION.
018650     IF CANDIDATE-IS-VALID
018660         MOVE CAND-AGE TO RPT-D-AGE
018670     ELSE
018680         MOVE ZERO TO RPT-D-AGE
018690     END-IF.
018700     MOVE CAND-STAGE1-RESULT TO RPT-D-RESULT.
018710     MOVE WK-REJECT-REASON TO RPT-D-REMARKS.
018720     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
018730
018740 2200-EXIT.
018750     EXIT.
018760
018770******************************************************************
018780* 2300-WRITE-HISTORY-ENTRY                                      *
018790*   Appends a dated audit entry - candidate id, the age used,   *
018800*   and the decision - for HR compliance.  A candidate rejected *
018810*   for bad input data is logged as REJT, not FAIL, and carries *
018820*   the reject reason, so a disputed outcome can be told apart  *
018830*   from a candidate who was actually screened and failed the   *
018840*   stage-1 age test.                                            *
018850******************************************************************
018860 2300-WRITE-HISTORY-ENTRY.
018870     MOVE SPACES TO HIST-RECORD.
018880     MOVE WK-RUN-DATE TO HIST-RUN-DATE.
018890     MOVE WK-RUN-NUMBER TO HIST-RUN-NUMBER.
018900     MOVE CAND-ID TO HIST-CAND-ID.
018910     MOVE CAND-POSITION TO HIST-POSITION.
018920     MOVE CAND-SOURCE TO HIST-SOURCE.
018930     SET HIST-STAGE-1 TO TRUE.
018940     IF CANDIDATE-IS-VALID
018950         MOVE CAND-AGE TO HIST-AGE
018960         MOVE CAND-STAGE1-RESULT TO HIST-RESULT
018970         IF CAND-STAGE1-DUPL
018980             MOVE WK-REJECT-REASON TO HIST-REJECT-REASON
018990         END-IF
019000     ELSE
019010         MOVE ZERO TO HIST-AGE
019020         MOVE "REJT" TO HIST-RESULT
019030         MOVE WK-REJECT-REASON TO HIST-REJECT-REASON
019040     END-IF.
019050     WRITE HISTORY-LINE FROM HIST-RECORD.
019060
019070 2300-EXIT.
019080     EXIT.
019090
019100******************************************************************
019110* 2400-WRITE-STAGE1-PASS                                        *
019120*   Chains the candidates who passed tahap pertama to the       *
019130*   stage-2 screening job step.                                 *
019140******************************************************************
019150 2400-WRITE-STAGE1-PASS.
019160     WRITE STAGE1-PASS-LINE FROM CANDIDATE-RECORD.
019170
019180 2400-EXIT.
019190     EXIT.
019200
019210******************************************************************
019220* 2500-WRITE-ATS-RECORD                                         *
019230*   Hands a passed candidate to the ATS load job as a fixed-    *
019240*   format record instead of a console DISPLAY line.            *
019250******************************************************************
019260 2500-WRITE-ATS-RECORD.
019270     MOVE SPACES TO ATS-RECORD.
019280     MOVE CAND-ID TO ATS-CAND-ID.
019290     MOVE CAND-NAME TO ATS-CAND-NAME.
019300     MOVE CAND-AGE TO ATS-CAND-AGE.
019310     MOVE WK-RUN-DATE TO ATS-DECISION-DATE.
019320     MOVE CAND-POSITION TO ATS-POSITION.
019330     WRITE ATS-LINE FROM ATS-RECORD.
019340     PERFORM 2510-HASH-CAND-ID THRU 2510-EXIT.
019350
019360 2500-EXIT.
019370     EXIT.
019380
019390******************************************************************
019400* 2510-HASH-CAND-ID                                             *
019410*   Adds the numeric value of the candidate id's digits to the  *
019420*   running hash total for the ATS trailer.  The total wraps    *
019430*   at 15 places, as hash totals do.                            *
019440******************************************************************
019450 2510-HASH-CAND-ID.
019460     MOVE CAND-ID TO WK-HASH-CAND-ID.
019470     MOVE ZERO TO WK-HASH-VALUE.
019480     PERFORM 2520-HASH-ONE-CHAR THRU 2520-EXIT
019490         VARYING WK-HASH-IDX FROM 1 BY 1
019500         UNTIL WK-HASH-IDX IS GREATER THAN 10.
019510     ADD WK-HASH-VALUE TO WK-ATS-HASH-TOTAL.
019520
019530 2510-EXIT.
019540     EXIT.
019550
019560 2520-HASH-ONE-CHAR.
019570     MOVE WK-HASH-CHAR (WK-HASH-IDX) TO WK-HASH-DIGIT-X.
019580     IF WK-HASH-DIGIT-X IS NUMERIC
019590         COMPUTE WK-HASH-VALUE =
019600             WK-HASH-VALUE * 10 + WK-HASH-DIGIT
019610     END-IF.
019620
019630 2520-EXIT.
019640     EXIT.
019650
019660 9000-TERMINATE.
019670     MOVE CT-RECORDS-READ TO RPT-F-TOTAL.
019680     MOVE CT-PASS-COUNT TO RPT-F-PASS.
019690     MOVE CT-FAIL-COUNT TO RPT-F-FAIL.
019700     MOVE CT-REJECT-COUNT TO RPT-F-REJECT.
019710     MOVE CT-DUPL-COUNT TO RPT-F-DUPL.
019720     WRITE REPORT-LINE FROM RPT-FOOTER-1.
019730     WRITE REPORT-LINE FROM RPT-FOOTER-2.
019740     WRITE REPORT-LINE FROM RPT-FOOTER-3.
019750     WRITE REPORT-LINE FROM RPT-FOOTER-4.
019760     WRITE REPORT-LINE FROM RPT-FOOTER-5.
019770
019780* One nightly batch now screens every open vacancy at once -
019790* the breakdown shows each requisition its own numbers.
019800     IF PT-COUNT IS GREATER THAN ZERO
019810         WRITE REPORT-LINE FROM RPT-BLANK-LINE
019820         WRITE REPORT-LINE FROM RPT-POSITION-HEADING
019830         PERFORM 9200-PRINT-ONE-POSITION THRU 9200-EXIT
019840             VARYING PT-IDX FROM 1 BY 1
019850             UNTIL PT-IDX IS GREATER THAN PT-COUNT
019860     END-IF.
019870
019880* Record how this execution came out - the COMPLETED entry is
019890* what refuses a second normal run against this generation.
019900     OPEN EXTEND RUN-CONTROL-FILE.
019910     IF NOT FS-RUNCTL-OK
019920         CLOSE RUN-CONTROL-FILE
019930         OPEN OUTPUT RUN-CONTROL-FILE
019940     END-IF.
019950     MOVE SPACES TO RUNCTL-RECORD.
019960     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
019970     SET RUN-COMPLETED TO TRUE.
019980     SET RUN-TYPE-NORMAL TO TRUE.
019990     MOVE TRL-EXTRACT-DATE TO RUN-EXTRACT-DATE.
020000     MOVE WK-TODAY TO RUN-EVENT-DATE.
020010     MOVE CT-RECORDS-READ TO RUN-READ-COUNT.
020020     MOVE CT-PASS-COUNT TO RUN-PASS-COUNT.
020030     MOVE CT-FAIL-COUNT TO RUN-FAIL-COUNT.
020040     MOVE CT-REJECT-COUNT TO RUN-REJECT-COUNT.
020050     MOVE CT-DUPL-COUNT TO RUN-DUPL-COUNT.
020060     WRITE RUNCTL-RECORD.
020070     CLOSE RUN-CONTROL-FILE.
020080
020090* One trailer per transmission - written only when the run
020100* completes, so a restarted run still produces exactly one.
020110     MOVE SPACES TO ATS-TRAILER-RECORD.
020120     MOVE "TRL" TO ATR-RECORD-TYPE.
020130     MOVE CT-PASS-COUNT TO ATR-DETAIL-COUNT.
020140     MOVE WK-ATS-HASH-TOTAL TO ATR-HASH-TOTAL.
020150     WRITE ATS-LINE FROM ATS-TRAILER-RECORD.
020160
020170* The batch ran to completion, so there is nothing left for a
020180* restart to skip - reset the checkpoint for the next run.
020190     OPEN OUTPUT CHECKPOINT-FILE.
020200     MOVE SPACES TO CHECKPOINT-LINE.
020210     MOVE ZERO TO CKPT-RECORDS-READ CKPT-PASS-COUNT
020220                  CKPT-FAIL-COUNT CKPT-REJECT-COUNT
020230                  CKPT-DUPL-COUNT CKPT-ATS-HASH
020240                  CKPT-RUN-NUMBER CKPT-POSITION-COUNT.
020250     WRITE CHECKPOINT-LINE.
020260     CLOSE CHECKPOINT-FILE.
020270
020280     CLOSE CANDIDATE-FILE.
020290     CLOSE SCREENING-REPORT.
020300     CLOSE SCREENING-HISTORY-FILE.
020310     CLOSE STAGE1-PASS-FILE.
020320     CLOSE ATS-INTERFACE-FILE.
020330     CLOSE CANDIDATE-MASTER-FILE.
020340     CLOSE REQUISITION-MASTER-FILE.
020350
020360 9000-EXIT.
020370     EXIT.
020380
020390 9200-PRINT-ONE-POSITION.
020400     MOVE PT-POSITION (PT-IDX) TO RPT-P-POSITION.
020410     MOVE PT-TOTAL (PT-IDX) TO RPT-P-TOTAL.
020420     MOVE PT-PASS (PT-IDX) TO RPT-P-PASS.
020430     MOVE PT-FAIL (PT-IDX) TO RPT-P-FAIL.
020440     MOVE PT-REJECT (PT-IDX) TO RPT-P-REJECT.
020450     MOVE PT-DUPL (PT-IDX) TO RPT-P-DUPL.
020460     WRITE REPORT-LINE FROM RPT-POSITION-LINE.
020470
020480 9200-EXIT.
020490     EXIT.
020500
020510 END PROGRAM INPUT2ANGKA.

000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 09/10/2026
000050* Date-Compiled.
000060* Purpose: Memelihara berkas kriteria screening (CRITFILE) -
000070*          membaca transaksi dari HR (CRITTRAN: tambah, ubah,
000080*          atau akhiri satu pita umur, dikunci pada tahap +
000090*          posisi + tanggal berlaku), memeriksa setiap
000100*          transaksi terhadap berkas, master lowongan dan
000110*          riwayat keputusan, lalu menulis ulang berkas dan
000120*          mencetak daftar sebelum/sesudah per pita.  Daftar
000130*          itu adalah catatan tanda tangan compliance HR;
000140*          sampai sekarang berkas kriteria diedit tangan dan
000150*          kesalahan baru ketahuan waktu job screening gagal.
000160* Tectonics: cobc
000170******************************************************************
000180* Modification History:
000190*   09/10/2026  RD  Original program.  A transaction is tried
000200*                   against a working copy of the bands and
000210*                   only kept when it passes every check - min
000220*                   age above max, a position code not on the
000230*                   requisition master, a back-dated change
000240*                   that would turn a decision already on the
000250*                   screening history the other way, a stage-2
000260*                   band reaching outside the stage-1 band for
000270*                   the same position, and a position left with
000280*                   no band in force each reject with their own
000290*                   reason.  Accepted transactions build on one
000300*                   another in file order.  The new file goes to
000310*                   CRITNEW and the JCL copies it over CRITFILE
000320*                   only when this step ends with CC 4 or less.
000330*   10/05/2026  RD  Override entries (see HISTREC) are not
000340*                   loaded for the back-date check - no age
000350*                   band made them, so no band change can
000360*                   turn one over.
000370******************************************************************
000380
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CRITMNT.
000410 AUTHOR. RAMADHAN.
000420 INSTALLATION. HR-RECRUITING.
000430 DATE-WRITTEN. 09/10/2026.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CRITERIA-TRAN-FILE ASSIGN TO "CRITTRAN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-CRITERIA-TRAN.
000520
000530     SELECT CRITERIA-FILE ASSIGN TO "CRITFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-CRITERIA-FILE.
000560
000570     SELECT NEW-CRITERIA-FILE ASSIGN TO "CRITNEW"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-NEW-CRITERIA-FILE.
000600
000610     SELECT REQUISITION-MASTER-FILE ASSIGN TO "REQMAST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS REQ-POSITION
000650         FILE STATUS IS FS-REQUISITION-MASTER.
000660
000670     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-SCREENING-HISTORY.
000700
000710     SELECT MAINTENANCE-REPORT ASSIGN TO "CRITRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-MAINTENANCE-REPORT.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CRITERIA-TRAN-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  CRITERIA-TRAN-RECORD.
000800     05  CTR-ACTION                   PIC X(01).
000810         88  CTR-ADD                      VALUE "A".
000820         88  CTR-CHANGE                   VALUE "C".
000830         88  CTR-EXPIRE                   VALUE "E".
000840     05  CTR-STAGE                    PIC X(01).
000850         88  CTR-STAGE-VALID              VALUE "1" "2".
000860     05  CTR-POSITION                 PIC X(08).
000870         88  CTR-DEFAULT-BAND             VALUE SPACES.
000880     05  CTR-EFFECTIVE-DATE           PIC 9(08).
000890     05  CTR-EFFECTIVE-DATE-X REDEFINES CTR-EFFECTIVE-DATE
000900                                      PIC X(08).
000910     05  CTR-MIN-AGE                  PIC 9(03).
000920     05  CTR-MIN-AGE-X REDEFINES CTR-MIN-AGE
000930                                      PIC X(03).
000940     05  CTR-MAX-AGE                  PIC 9(03).
000950     05  CTR-MAX-AGE-X REDEFINES CTR-MAX-AGE
000960                                      PIC X(03).
000970     05  CTR-EXPIRE-DATE              PIC 9(08).
000980     05  CTR-EXPIRE-DATE-X REDEFINES CTR-EXPIRE-DATE
000990                                      PIC X(08).
001000     05  FILLER                       PIC X(48).
001010
001020 FD  CRITERIA-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY CRITREC.
001050
001060 FD  NEW-CRITERIA-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  NEW-CRITERIA-RECORD              PIC X(80).
001090
001100 FD  REQUISITION-MASTER-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY REQREC.
001130
001140 FD  SCREENING-HISTORY-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY HISTREC.
001170
001180 FD  MAINTENANCE-REPORT
001190     LABEL RECORDS ARE STANDARD.
001200 01  REPORT-LINE                      PIC X(80).
001210
001220 WORKING-STORAGE SECTION.
001230
001240 01  FS-CRITERIA-TRAN                 PIC X(02).
001250     88  FS-CRITERIA-TRAN-OK              VALUE "00".
001260 01  FS-CRITERIA-FILE                 PIC X(02).
001270     88  FS-CRITERIA-OK                   VALUE "00".
001280 01  FS-NEW-CRITERIA-FILE             PIC X(02).
001290     88  FS-NEW-CRITERIA-OK               VALUE "00".
001300 01  FS-REQUISITION-MASTER            PIC X(02).
001310     88  FS-REQUISITION-OK                VALUE "00".
001320 01  FS-SCREENING-HISTORY             PIC X(02).
001330     88  FS-SCREENING-HISTORY-OK          VALUE "00".
001340 01  FS-MAINTENANCE-REPORT            PIC X(02).
001350     88  FS-MAINTENANCE-REPORT-OK         VALUE "00".
001360
001370 01  SW-TRAN-EOF                      PIC X(01)   VALUE "N".
001380     88  TRAN-EOF                         VALUE "Y".
001390 01  SW-CRITERIA-EOF                  PIC X(01)   VALUE "N".
001400     88  CRITERIA-EOF                     VALUE "Y".
001410 01  SW-HISTORY-EOF                   PIC X(01)   VALUE "N".
001420     88  HISTORY-EOF                      VALUE "Y".
001430 01  SW-TRAN-STATUS                   PIC X(01)   VALUE "N".
001440     88  TRAN-ACCEPTED                    VALUE "N".
001450     88  TRAN-REJECTED                    VALUE "Y".
001460 01  SW-LOOK-STATE                    PIC X(01)   VALUE "C".
001470     88  LOOK-CURRENT                     VALUE "C".
001480     88  LOOK-TRIAL                       VALUE "T".
001490
001500 01  CT-TRAN-READ                PIC 9(07) COMP VALUE ZERO.
001510 01  CT-ADDED                     PIC 9(07) COMP VALUE ZERO.
001520 01  CT-CHANGED                   PIC 9(07) COMP VALUE ZERO.
001530 01  CT-EXPIRED                   PIC 9(07) COMP VALUE ZERO.
001540 01  CT-REJECTED                  PIC 9(07) COMP VALUE ZERO.
001550 01  CT-CRIT-READ                 PIC 9(07) COMP VALUE ZERO.
001560 01  CT-CRIT-WRITTEN              PIC 9(07) COMP VALUE ZERO.
001570 01  CT-HIST-LOADED               PIC 9(07) COMP VALUE ZERO.
001580 01  CT-DECISIONS-CHANGED         PIC 9(07) COMP VALUE ZERO.
001590
001600 01  WK-TODAY                         PIC 9(08).
001610 01  WK-DISPOSITION                   PIC X(30).
001620
001630* Band key searched for - from the criteria record at load,
001640* from the transaction afterwards.
001650 01  WK-KEY-STAGE                     PIC X(01).
001660 01  WK-KEY-POSITION                  PIC X(08).
001670 01  WK-KEY-EFF-DATE                  PIC 9(08).
001680
001690* The earliest run date a transaction can reach back to - the
001700* effective date of an added or changed band, the earlier of
001710* the old and new expire dates of an expired one.  Nothing
001720* decided before it can be touched by the transaction.
001730 01  WK-AFFECTED-DATE                 PIC 9(08).
001740 01  WK-NEW-EXPIRE                    PIC 9(08).
001750
001760* Where a coverage or history check failed, for the second
001770* line printed under the rejected transaction.
001780 01  WK-PROBLEM-POSITION              PIC X(08).
001790 01  WK-PROBLEM-DATE                  PIC 9(08).
001800 01  WK-PROBLEM-CAND-ID               PIC X(10).
001810
001820* Band lookup - stage, position and date in; the band in
001830* force under the current or trial state out.  A position
001840* with no band of its own falls back to the default band.
001850 01  WK-LOOK-STAGE                    PIC X(01).
001860 01  WK-LOOK-POSITION                 PIC X(08).
001870 01  WK-MATCH-POSITION                PIC X(08).
001880 01  WK-LOOK-DATE                     PIC 9(08).
001890 01  WK-LOOK-BEST-EFF                 PIC 9(08).
001900 01  WK-LOOK-FOUND-IDX           PIC 9(05) COMP VALUE ZERO.
001910 01  WK-LOOK-MIN                      PIC 9(03).
001920 01  WK-LOOK-MAX                      PIC 9(03).
001930
001940 01  WK-BAND-STATE.
001950     05  BS-PRESENT                   PIC X(01).
001960         88  BS-IS-PRESENT                VALUE "Y".
001970     05  BS-MIN                       PIC 9(03).
001980     05  BS-MAX                       PIC 9(03).
001990     05  BS-EXPIRE                    PIC 9(08).
002000
002010 01  WK-DECISION-CUR                  PIC X(01).
002020 01  WK-DECISION-TRY                  PIC X(01).
002030
002040 01  WK-STAGE1-FOUND                  PIC X(01).
002050 01  WK-STAGE1-MIN                    PIC 9(03).
002060 01  WK-STAGE1-MAX                    PIC 9(03).
002070 01  WK-STAGE2-FOUND                  PIC X(01).
002080 01  WK-STAGE2-MIN                    PIC 9(03).
002090 01  WK-STAGE2-MAX                    PIC 9(03).
002100 01  WK-CUR-FOUND                     PIC X(01).
002110 01  WK-STAGES-VIOLATE                PIC X(01).
002120
002130* ------------------------------------------------------------ *
002140*  EVERY BAND ON THE CRITERIA FILE                              *
002150*    Keyed stage + position + effective date.  Each entry       *
002160*    carries three states: ORIG as read from CRITFILE (the      *
002170*    BEFORE column), CUR with every accepted transaction        *
002180*    applied (the AFTER column and the new file), and TRY -     *
002190*    CUR plus the transaction being checked.  A transaction     *
002200*    is applied to TRY, checked, and then either copied to      *
002210*    CUR or undone from it.  PRESENT is N for a band not on     *
002220*    file in that state; an EXPIRE of zero is open-ended.       *
002230* ------------------------------------------------------------ *
002240 01  BAND-TABLE.
002250     05  CB-COUNT                PIC 9(05) COMP VALUE ZERO.
002260     05  CB-IDX                  PIC 9(05) COMP VALUE ZERO.
002270     05  CB-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
002280     05  CB-ENTRY OCCURS 500 TIMES.
002290         10  CB-STAGE                 PIC X(01).
002300         10  CB-POSITION              PIC X(08).
002310         10  CB-EFF-DATE              PIC 9(08).
002320         10  CB-ORIG.
002330             15  CB-ORIG-PRESENT      PIC X(01).
002340             15  CB-ORIG-MIN          PIC 9(03).
002350             15  CB-ORIG-MAX          PIC 9(03).
002360             15  CB-ORIG-EXPIRE       PIC 9(08).
002370         10  CB-CUR.
002380             15  CB-CUR-PRESENT       PIC X(01).
002390             15  CB-CUR-MIN           PIC 9(03).
002400             15  CB-CUR-MAX           PIC 9(03).
002410             15  CB-CUR-EXPIRE        PIC 9(08).
002420         10  CB-TRY.
002430             15  CB-TRY-PRESENT       PIC X(01).
002440             15  CB-TRY-MIN           PIC 9(03).
002450             15  CB-TRY-MAX           PIC 9(03).
002460             15  CB-TRY-EXPIRE        PIC 9(08).
002470
002480 01  SW-CB-FOUND                      PIC X(01)   VALUE "N".
002490     88  CB-FOUND                         VALUE "Y".
002500     88  CB-NOT-FOUND                     VALUE "N".
002510
002520* ------------------------------------------------------------ *
002530*  STAGE-1 AND STAGE-2 DECISIONS ON THE SCREENING HISTORY       *
002540*    Only PASS and FAIL entries - the ones an age band          *
002550*    decided.  A blank stage byte is stage 1.                   *
002560* ------------------------------------------------------------ *
002570 01  HISTORY-TABLE.
002580     05  HT-COUNT                PIC 9(05) COMP VALUE ZERO.
002590     05  HT-IDX                  PIC 9(05) COMP VALUE ZERO.
002600     05  HT-ENTRY OCCURS 20000 TIMES.
002610         10  HT-STAGE                 PIC X(01).
002620         10  HT-RUN-DATE              PIC 9(08).
002630         10  HT-CAND-ID               PIC X(10).
002640         10  HT-POSITION              PIC X(08).
002650         10  HT-AGE                   PIC 9(03).
002660
002670* ------------------------------------------------------------ *
002680*  COVERAGE CHECK POINTS                                        *
002690*    The dates on which the bands in force can change - the    *
002700*    affected date and every effective or expire date after     *
002710*    it - and the positions to check on each of them.           *
002720* ------------------------------------------------------------ *
002730 01  CHECK-DATE-TABLE.
002740     05  CD-COUNT                PIC 9(05) COMP VALUE ZERO.
002750     05  CD-IDX                  PIC 9(05) COMP VALUE ZERO.
002760     05  CD-ENTRY OCCURS 1501 TIMES.
002770         10  CD-DATE                  PIC 9(08).
002780
002790 01  CHECK-POSITION-TABLE.
002800     05  CP-COUNT                PIC 9(05) COMP VALUE ZERO.
002810     05  CP-IDX                  PIC 9(05) COMP VALUE ZERO.
002820     05  CP-ENTRY OCCURS 501 TIMES.
002830         10  CP-POSITION              PIC X(08).
002840
002850 01  SW-CP-FOUND                      PIC X(01)   VALUE "N".
002860     88  CP-FOUND                         VALUE "Y".
002870     88  CP-NOT-FOUND                     VALUE "N".
002880
002890 01  RPT-HEADING-1.
002900     05  FILLER                       PIC X(29)
002910             VALUE "CRITERIA MAINTENANCE REPORT -".
002920     05  FILLER                       PIC X(01)   VALUE SPACE.
002930     05  RPT-H-DATE                   PIC 9(08).
002940     05  FILLER                       PIC X(42)   VALUE SPACES.
002950
002960 01  RPT-HEADING-2.
002970     05  FILLER                       PIC X(07)   VALUE "ACTION".
002980     05  FILLER                       PIC X(04)   VALUE "STG".
002990     05  FILLER                       PIC X(10)
003000       VALUE "POSITION".
003010     05  FILLER                       PIC X(09)   VALUE "EFFECT".
003020     05  FILLER                       PIC X(04)   VALUE "MIN".
003030     05  FILLER                       PIC X(04)   VALUE "MAX".
003040     05  FILLER                       PIC X(09)   VALUE "EXPIRES".
003050     05  FILLER                       PIC X(33)   VALUE "RESULT".
003060
003070 01  RPT-DETAIL-LINE.
003080     05  RPT-D-ACTION                 PIC X(07).
003090     05  RPT-D-STAGE                  PIC X(01).
003100     05  FILLER                       PIC X(03).
003110     05  RPT-D-POSITION               PIC X(10).
003120     05  RPT-D-EFFECTIVE              PIC X(08).
003130     05  FILLER                       PIC X(01).
003140     05  RPT-D-MIN                    PIC X(03).
003150     05  FILLER                       PIC X(01).
003160     05  RPT-D-MAX                    PIC X(03).
003170     05  FILLER                       PIC X(01).
003180     05  RPT-D-EXPIRE                 PIC X(08).
003190     05  FILLER                       PIC X(01).
003200     05  RPT-D-RESULT                 PIC X(30).
003210     05  FILLER                       PIC X(03).
003220
003230* Second line under a transaction rejected by the history or
003240* coverage checks - where the problem is, so HR can fix the
003250* transaction without rerunning to find it.
003260 01  RPT-PROBLEM-LINE.
003270     05  FILLER                       PIC X(11)   VALUE SPACES.
003280     05  RPT-P-CAPTION                PIC X(20).
003290     05  RPT-P-COUNT                  PIC ZZZ,ZZ9.
003300     05  RPT-P-COUNT-X REDEFINES RPT-P-COUNT
003310                                      PIC X(07).
003320     05  FILLER                       PIC X(01)   VALUE SPACE.
003330     05  RPT-P-WHAT                   PIC X(10).
003340     05  FILLER                       PIC X(01)   VALUE SPACE.
003350     05  RPT-P-KEY                    PIC X(10).
003360     05  FILLER                       PIC X(04)   VALUE " ON ".
003370     05  RPT-P-DATE                   PIC 9(08).
003380     05  FILLER                       PIC X(08)   VALUE SPACES.
003390
003400 01  RPT-LISTING-HEADING-1.
003410     05  FILLER                       PIC X(42)
003420             VALUE "CRITERIA FILE BEFORE AND AFTER THIS RUN".
003430     05  FILLER                       PIC X(38)   VALUE SPACES.
003440
003450 01  RPT-LISTING-HEADING-2.
003460     05  FILLER                       PIC X(24)   VALUE SPACES.
003470     05  FILLER                       PIC X(18)
003480             VALUE "----- BEFORE -----".
003490     05  FILLER                       PIC X(18)
003500             VALUE "----- AFTER ------".
003510     05  FILLER                       PIC X(20)   VALUE SPACES.
003520
003530 01  RPT-LISTING-HEADING-3.
003540     05  FILLER                       PIC X(04)   VALUE "STG".
003550     05  FILLER                       PIC X(10)
003560       VALUE "POSITION".
003570     05  FILLER                       PIC X(10)
003580       VALUE "EFFECTIVE".
003590     05  FILLER                       PIC X(04)   VALUE "MIN".
003600     05  FILLER                       PIC X(04)   VALUE "MAX".
003610     05  FILLER                       PIC X(10)   VALUE "EXPIRES".
003620     05  FILLER                       PIC X(04)   VALUE "MIN".
003630     05  FILLER                       PIC X(04)   VALUE "MAX".
003640     05  FILLER                       PIC X(10)   VALUE "EXPIRES".
003650     05  FILLER                       PIC X(20)   VALUE "CHANGE".
003660
003670 01  RPT-LISTING-LINE.
003680     05  RPT-L-STAGE                  PIC X(01).
003690     05  FILLER                       PIC X(03).
003700     05  RPT-L-POSITION               PIC X(10).
003710     05  RPT-L-EFFECTIVE              PIC 9(08).
003720     05  FILLER                       PIC X(02).
003730     05  RPT-L-BEFORE-MIN             PIC X(03).
003740     05  FILLER                       PIC X(01).
003750     05  RPT-L-BEFORE-MAX             PIC X(03).
003760     05  FILLER                       PIC X(01).
003770     05  RPT-L-BEFORE-EXPIRE          PIC X(08).
003780     05  FILLER                       PIC X(02).
003790     05  RPT-L-AFTER-MIN              PIC X(03).
003800     05  FILLER                       PIC X(01).
003810     05  RPT-L-AFTER-MAX              PIC X(03).
003820     05  FILLER                       PIC X(01).
003830     05  RPT-L-AFTER-EXPIRE           PIC X(08).
003840     05  FILLER                       PIC X(02).
003850     05  RPT-L-CHANGE                 PIC X(10).
003860     05  FILLER                       PIC X(10).
003870
003880 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
003890
003900 01  RPT-FOOTER-1.
003910     05  FILLER                       PIC X(24)
003920             VALUE "TRANSACTIONS READ . . .".
003930     05  RPT-F-READ                   PIC ZZZ,ZZ9.
003940
003950 01  RPT-FOOTER-2.
003960     05  FILLER                       PIC X(24)
003970             VALUE "BANDS ADDED . . . . . .".
003980     05  RPT-F-ADDED                  PIC ZZZ,ZZ9.
003990
004000 01  RPT-FOOTER-3.
004010     05  FILLER                       PIC X(24)
004020             VALUE "BANDS CHANGED . . . . .".
004030     05  RPT-F-CHANGED                PIC ZZZ,ZZ9.
004040
004050 01  RPT-FOOTER-4.
004060     05  FILLER                       PIC X(24)
004070             VALUE "BANDS EXPIRED . . . . .".
004080     05  RPT-F-EXPIRED                PIC ZZZ,ZZ9.
004090
004100 01  RPT-FOOTER-5.
004110     05  FILLER                       PIC X(24)
004120             VALUE "TRANSACTIONS REJECTED .".
004130     05  RPT-F-REJECTED               PIC ZZZ,ZZ9.
004140
004150 01  RPT-FOOTER-6.
004160     05  FILLER                       PIC X(24)
004170             VALUE "CRITERIA RECORDS READ .".
004180     05  RPT-F-CRIT-READ              PIC ZZZ,ZZ9.
004190
004200 01  RPT-FOOTER-7.
004210     05  FILLER                       PIC X(24)
004220             VALUE "CRITERIA RECORDS WRITTEN".
004230     05  RPT-F-CRIT-WRITTEN           PIC ZZZ,ZZ9.
004240
004250 01  RPT-FOOTER-8.
004260     05  FILLER                       PIC X(24)
004270             VALUE "HISTORY DECISIONS . . .".
004280     05  RPT-F-HIST-LOADED            PIC ZZZ,ZZ9.
004290
004300 01  RPT-SIGNOFF-LINE.
004310     05  FILLER                       PIC X(24)
004320             VALUE "HR COMPLIANCE SIGN-OFF".
004330     05  FILLER                       PIC X(30)
004340             VALUE "______________________________".
004350     05  FILLER                       PIC X(08)   VALUE "  DATE ".
004360     05  FILLER                       PIC X(10)
004370             VALUE "__________".
004380     05  FILLER                       PIC X(08)   VALUE SPACES.
004390
004400 PROCEDURE DIVISION.
004410
004420******************************************************************
004430* 0000-MAINLINE                                                 *
004440******************************************************************
004450 0000-MAINLINE.
004460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004470     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
004480         UNTIL TRAN-EOF.
004490     PERFORM 3000-WRITE-CRITERIA-FILE THRU 3000-EXIT.
004500     PERFORM 3100-PRINT-LISTING THRU 3100-EXIT.
004510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004520     STOP RUN.
004530
004540 1000-INITIALIZE.
004550     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
004560
004570     OPEN INPUT CRITERIA-TRAN-FILE.
004580     IF NOT FS-CRITERIA-TRAN-OK
004590         DISPLAY "CRITMNT - CRITERIA-TRAN-FILE OPEN FAILED, "
004600                 "STATUS = " FS-CRITERIA-TRAN
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640
004650     OPEN INPUT REQUISITION-MASTER-FILE.
004660     IF NOT FS-REQUISITION-OK
004670         DISPLAY "CRITMNT - REQUISITION-MASTER-FILE OPEN "
004680                 "FAILED, STATUS = " FS-REQUISITION-MASTER
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF.
004720
004730     OPEN OUTPUT NEW-CRITERIA-FILE.
004740     IF NOT FS-NEW-CRITERIA-OK
004750         DISPLAY "CRITMNT - NEW-CRITERIA-FILE OPEN FAILED, "
004760                 "STATUS = " FS-NEW-CRITERIA-FILE
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800
004810     OPEN OUTPUT MAINTENANCE-REPORT.
004820     IF NOT FS-MAINTENANCE-REPORT-OK
004830         DISPLAY "CRITMNT - MAINTENANCE-REPORT OPEN FAILED, "
004840                 "STATUS = " FS-MAINTENANCE-REPORT
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880
004890     PERFORM 1100-LOAD-CRITERIA THRU 1100-EXIT.
004900     PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
004910
004920     MOVE WK-TODAY TO RPT-H-DATE.
004930     WRITE REPORT-LINE FROM RPT-HEADING-1.
004940     WRITE REPORT-LINE FROM RPT-HEADING-2.
004950
004960 1000-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 1100-LOAD-CRITERIA                                            *
005010*   Reads the whole criteria file into BAND-TABLE, validating   *
005020*   every record the same way the screening programs do.  A     *
005030*   bad record, min above max or two records with the same      *
005040*   key fails the step - the file is not maintained on top of   *
005050*   damage.                                                     *
005060******************************************************************
005070 1100-LOAD-CRITERIA.
005080     OPEN INPUT CRITERIA-FILE.
005090     IF NOT FS-CRITERIA-OK
005100         DISPLAY "CRITMNT - CRITERIA-FILE OPEN FAILED, "
005110                 "STATUS = " FS-CRITERIA-FILE
005120         MOVE 16 TO RETURN-CODE
005130         STOP RUN
005140     END-IF.
005150
005160     PERFORM 1110-LOAD-ONE-CRITERIA THRU 1110-EXIT
005170         UNTIL CRITERIA-EOF.
005180     CLOSE CRITERIA-FILE.
005190
005200 1100-EXIT.
005210     EXIT.
005220
005230 1110-LOAD-ONE-CRITERIA.
005240     READ CRITERIA-FILE
005250         AT END
005260             SET CRITERIA-EOF TO TRUE
005270             GO TO 1110-EXIT
005280     END-READ.
005290     ADD 1 TO CT-CRIT-READ.
005300
005310     IF (NOT CRIT-STAGE-1 AND NOT CRIT-STAGE-2)
005320        OR CRIT-EFFECTIVE-DATE-X IS NOT NUMERIC
005330        OR CRIT-MIN-AGE-X IS NOT NUMERIC
005340        OR CRIT-MAX-AGE-X IS NOT NUMERIC
005350        OR (NOT CRIT-NO-EXPIRY
005360            AND CRIT-EXPIRE-DATE-X IS NOT NUMERIC)
005370         DISPLAY "CRITMNT - BAD CRITERIA RECORD: "
005380                 CRITERIA-RECORD
005390         MOVE 16 TO RETURN-CODE
005400         STOP RUN
005410     END-IF.
005420     IF CRIT-MIN-AGE IS GREATER THAN CRIT-MAX-AGE
005430         DISPLAY "CRITMNT - CRITERIA MIN AGE EXCEEDS MAX: "
005440                 CRITERIA-RECORD
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480
005490     MOVE CRIT-STAGE TO WK-KEY-STAGE.
005500     MOVE CRIT-POSITION TO WK-KEY-POSITION.
005510     MOVE CRIT-EFFECTIVE-DATE TO WK-KEY-EFF-DATE.
005520     PERFORM 2300-FIND-BAND THRU 2300-EXIT.
005530     IF CB-FOUND
005540         DISPLAY "CRITMNT - DUPLICATE CRITERIA RECORD: "
005550                 CRITERIA-RECORD
005560         MOVE 16 TO RETURN-CODE
005570         STOP RUN
005580     END-IF.
005590
005600     PERFORM 2310-NEW-BAND-ENTRY THRU 2310-EXIT.
005610     MOVE "Y" TO CB-ORIG-PRESENT (CB-FOUND-IDX).
005620     MOVE CRIT-MIN-AGE TO CB-ORIG-MIN (CB-FOUND-IDX).
005630     MOVE CRIT-MAX-AGE TO CB-ORIG-MAX (CB-FOUND-IDX).
005640     IF CRIT-NO-EXPIRY
005650         MOVE ZERO TO CB-ORIG-EXPIRE (CB-FOUND-IDX)
005660     ELSE
005670         MOVE CRIT-EXPIRE-DATE TO CB-ORIG-EXPIRE (CB-FOUND-IDX)
005680     END-IF.
005690     MOVE CB-ORIG (CB-FOUND-IDX) TO CB-CUR (CB-FOUND-IDX).
005700     MOVE CB-ORIG (CB-FOUND-IDX) TO CB-TRY (CB-FOUND-IDX).
005710
005720 1110-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760* 1200-LOAD-HISTORY                                             *
005770*   Keeps every stage-1 and stage-2 PASS or FAIL on the         *
005780*   screening history - the decisions an age band made, and    *
005790*   the ones a back-dated transaction must not turn over.  An   *
005800*   override entry is a director's ruling, not a band's, and    *
005810*   is left out.                                                *
005820******************************************************************
005830 1200-LOAD-HISTORY.
005840     OPEN INPUT SCREENING-HISTORY-FILE.
005850     IF NOT FS-SCREENING-HISTORY-OK
005860         DISPLAY "CRITMNT - SCREENING-HISTORY-FILE OPEN "
005870                 "FAILED, STATUS = " FS-SCREENING-HISTORY
005880         MOVE 16 TO RETURN-CODE
005890         STOP RUN
005900     END-IF.
005910
005920     PERFORM 1210-LOAD-ONE-HISTORY THRU 1210-EXIT
005930         UNTIL HISTORY-EOF.
005940     CLOSE SCREENING-HISTORY-FILE.
005950
005960 1200-EXIT.
005970     EXIT.
005980
005990 1210-LOAD-ONE-HISTORY.
006000     READ SCREENING-HISTORY-FILE
006010         AT END
006020             SET HISTORY-EOF TO TRUE
006030             GO TO 1210-EXIT
006040     END-READ.
006050
006060     IF NOT HIST-RESULT-PASS AND NOT HIST-RESULT-FAIL
006070         GO TO 1210-EXIT
006080     END-IF.
006090     IF NOT HIST-STAGE-1 AND NOT HIST-STAGE-2
006100         GO TO 1210-EXIT
006110     END-IF.
006120     IF NOT HIST-NOT-OVERRIDDEN
006130         GO TO 1210-EXIT
006140     END-IF.
006150
006160     IF HT-COUNT IS NOT LESS THAN 20000
006170         DISPLAY "CRITMNT - HISTORY-TABLE FULL AT "
006180                 "20000 ENTRIES"
006190         MOVE 16 TO RETURN-CODE
006200         STOP RUN
006210     END-IF.
006220     ADD 1 TO HT-COUNT.
006230     ADD 1 TO CT-HIST-LOADED.
006240     IF HIST-STAGE-2
006250         MOVE "2" TO HT-STAGE (HT-COUNT)
006260     ELSE
006270         MOVE "1" TO HT-STAGE (HT-COUNT)
006280     END-IF.
006290     MOVE HIST-RUN-DATE TO HT-RUN-DATE (HT-COUNT).
006300     MOVE HIST-CAND-ID TO HT-CAND-ID (HT-COUNT).
006310     MOVE HIST-POSITION TO HT-POSITION (HT-COUNT).
006320     MOVE HIST-AGE TO HT-AGE (HT-COUNT).
006330
006340 1210-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 2000-PROCESS-TRANSACTIONS                                     *
006390*   One transaction: edit it, apply it to the trial state,      *
006400*   run the history and coverage checks, then keep it (TRY      *
006410*   becomes CUR) or undo it (CUR goes back over TRY).           *
006420******************************************************************
006430 2000-PROCESS-TRANSACTIONS.
006440     READ CRITERIA-TRAN-FILE
006450         AT END
006460             SET TRAN-EOF TO TRUE
006470             GO TO 2000-EXIT
006480     END-READ.
006490     ADD 1 TO CT-TRAN-READ.
006500
006510     MOVE SPACES TO WK-DISPOSITION.
006520     SET TRAN-ACCEPTED TO TRUE.
006530     MOVE ZERO TO CB-FOUND-IDX.
006540     MOVE SPACES TO WK-PROBLEM-POSITION.
006550     MOVE SPACES TO WK-PROBLEM-CAND-ID.
006560     MOVE ZERO TO WK-PROBLEM-DATE.
006570     MOVE ZERO TO CT-DECISIONS-CHANGED.
006580     MOVE CTR-STAGE TO WK-KEY-STAGE.
006590     MOVE CTR-POSITION TO WK-KEY-POSITION.
006600     MOVE CTR-EFFECTIVE-DATE TO WK-KEY-EFF-DATE.
006610
006620     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
006630     IF TRAN-REJECTED
006640         GO TO 2000-FINISH
006650     END-IF.
006660
006670     IF CTR-ADD
006680         PERFORM 2200-TRY-ADD THRU 2200-EXIT
006690     ELSE
006700     IF CTR-CHANGE
006710         PERFORM 2210-TRY-CHANGE THRU 2210-EXIT
006720     ELSE
006730         PERFORM 2220-TRY-EXPIRE THRU 2220-EXIT
006740     END-IF
006750     END-IF.
006760     IF TRAN-REJECTED
006770         GO TO 2000-FINISH
006780     END-IF.
006790
006800     IF CB-TRY-PRESENT (CB-FOUND-IDX) IS EQUAL TO "Y"
006810        AND CB-TRY-MIN (CB-FOUND-IDX) IS GREATER THAN
006820            CB-TRY-MAX (CB-FOUND-IDX)
006830         MOVE "MIN AGE ABOVE MAX" TO WK-DISPOSITION
006840         SET TRAN-REJECTED TO TRUE
006850         GO TO 2000-FINISH
006860     END-IF.
006870
006880     PERFORM 4100-CHECK-HISTORY THRU 4100-EXIT.
006890     IF TRAN-REJECTED
006900         GO TO 2000-FINISH
006910     END-IF.
006920
006930     PERFORM 4200-CHECK-COVERAGE THRU 4200-EXIT.
006940
006950 2000-FINISH.
006960     IF CB-FOUND-IDX IS GREATER THAN ZERO
006970         IF TRAN-REJECTED
006980             MOVE CB-CUR (CB-FOUND-IDX) TO CB-TRY (CB-FOUND-IDX)
006990         ELSE
007000             MOVE CB-TRY (CB-FOUND-IDX) TO CB-CUR (CB-FOUND-IDX)
007010         END-IF
007020     END-IF.
007030
007040     IF TRAN-REJECTED
007050         ADD 1 TO CT-REJECTED
007060     ELSE
007070     IF CTR-ADD
007080         MOVE "ADDED" TO WK-DISPOSITION
007090         ADD 1 TO CT-ADDED
007100     ELSE
007110     IF CTR-CHANGE
007120         MOVE "CHANGED" TO WK-DISPOSITION
007130         ADD 1 TO CT-CHANGED
007140     ELSE
007150         MOVE "EXPIRED" TO WK-DISPOSITION
007160         ADD 1 TO CT-EXPIRED
007170     END-IF
007180     END-IF
007190     END-IF.
007200
007210     PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT.
007220
007230 2000-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270* 2100-EDIT-TRANSACTION                                         *
007280*   Field edits that need nothing but the transaction itself,   *
007290*   plus the requisition check for a band added for one         *
007300*   position.  A blank min or max on a change keeps the old     *
007310*   limit; an add must key both.                                *
007320******************************************************************
007330 2100-EDIT-TRANSACTION.
007340     IF NOT CTR-ADD AND NOT CTR-CHANGE AND NOT CTR-EXPIRE
007350         MOVE "BAD ACTION CODE" TO WK-DISPOSITION
007360         GO TO 2100-REJECT
007370     END-IF.
007380
007390     IF NOT CTR-STAGE-VALID
007400         MOVE "BAD STAGE" TO WK-DISPOSITION
007410         GO TO 2100-REJECT
007420     END-IF.
007430
007440     IF CTR-EFFECTIVE-DATE-X IS NOT NUMERIC
007450        OR CTR-EFFECTIVE-DATE IS EQUAL TO ZERO
007460         MOVE "BAD EFFECTIVE DATE" TO WK-DISPOSITION
007470         GO TO 2100-REJECT
007480     END-IF.
007490
007500     IF CTR-ADD
007510        AND (CTR-MIN-AGE-X IS NOT NUMERIC
007520             OR CTR-MAX-AGE-X IS NOT NUMERIC)
007530         MOVE "BAD AGE LIMITS" TO WK-DISPOSITION
007540         GO TO 2100-REJECT
007550     END-IF.
007560     IF CTR-CHANGE
007570        AND ((CTR-MIN-AGE-X IS NOT EQUAL TO SPACES
007580              AND CTR-MIN-AGE-X IS NOT NUMERIC)
007590          OR (CTR-MAX-AGE-X IS NOT EQUAL TO SPACES
007600              AND CTR-MAX-AGE-X IS NOT NUMERIC))
007610         MOVE "BAD AGE LIMITS" TO WK-DISPOSITION
007620         GO TO 2100-REJECT
007630     END-IF.
007640     IF CTR-CHANGE
007650        AND CTR-MIN-AGE-X IS EQUAL TO SPACES
007660        AND CTR-MAX-AGE-X IS EQUAL TO SPACES
007670         MOVE "NOTHING TO CHANGE" TO WK-DISPOSITION
007680         GO TO 2100-REJECT
007690     END-IF.
007700
007710     IF CTR-EXPIRE-DATE-X IS NOT EQUAL TO SPACES
007720        AND (CTR-EXPIRE-DATE-X IS NOT NUMERIC
007730             OR CTR-EXPIRE-DATE IS EQUAL TO ZERO)
007740         MOVE "BAD EXPIRE DATE" TO WK-DISPOSITION
007750         GO TO 2100-REJECT
007760     END-IF.
007770
007780     IF CTR-ADD
007790        AND NOT CTR-DEFAULT-BAND
007800         MOVE CTR-POSITION TO REQ-POSITION
007810         READ REQUISITION-MASTER-FILE
007820             INVALID KEY
007830                 MOVE "UNKNOWN POSITION" TO WK-DISPOSITION
007840                 GO TO 2100-REJECT
007850         END-READ
007860     END-IF.
007870
007880     GO TO 2100-EXIT.
007890
007900 2100-REJECT.
007910     SET TRAN-REJECTED TO TRUE.
007920
007930 2100-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970* 2200-TRY-ADD                                                  *
007980*   A new band - the key must not already be on file.  An       *
007990*   entry left behind by an add rejected earlier in the run     *
008000*   is reused.  An expire date may be keyed with the add.       *
008010******************************************************************
008020 2200-TRY-ADD.
008030     PERFORM 2300-FIND-BAND THRU 2300-EXIT.
008040     IF CB-FOUND
008050         IF CB-CUR-PRESENT (CB-FOUND-IDX) IS EQUAL TO "Y"
008060             MOVE "BAND ALREADY ON FILE" TO WK-DISPOSITION
008070             SET TRAN-REJECTED TO TRUE
008080             GO TO 2200-EXIT
008090         END-IF
008100     ELSE
008110         PERFORM 2310-NEW-BAND-ENTRY THRU 2310-EXIT
008120     END-IF.
008130
008140     IF CTR-EXPIRE-DATE-X IS EQUAL TO SPACES
008150         MOVE ZERO TO WK-NEW-EXPIRE
008160     ELSE
008170         MOVE CTR-EXPIRE-DATE TO WK-NEW-EXPIRE
008180         IF WK-NEW-EXPIRE IS NOT GREATER THAN CTR-EFFECTIVE-DATE
008190             MOVE "EXPIRE NOT AFTER EFFECTIVE"
008200                 TO WK-DISPOSITION
008210             SET TRAN-REJECTED TO TRUE
008220             GO TO 2200-EXIT
008230         END-IF
008240     END-IF.
008250
008260     MOVE "Y" TO CB-TRY-PRESENT (CB-FOUND-IDX).
008270     MOVE CTR-MIN-AGE TO CB-TRY-MIN (CB-FOUND-IDX).
008280     MOVE CTR-MAX-AGE TO CB-TRY-MAX (CB-FOUND-IDX).
008290     MOVE WK-NEW-EXPIRE TO CB-TRY-EXPIRE (CB-FOUND-IDX).
008300     MOVE CTR-EFFECTIVE-DATE TO WK-AFFECTED-DATE.
008310
008320 2200-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360* 2210-TRY-CHANGE                                               *
008370*   New age limits for a band on file.  Only the limits keyed   *
008380*   are replaced; the effective date is the key and cannot      *
008390*   change - a new date is a new band.                          *
008400******************************************************************
008410 2210-TRY-CHANGE.
008420     PERFORM 2300-FIND-BAND THRU 2300-EXIT.
008430     IF CB-NOT-FOUND
008440         MOVE "BAND NOT ON FILE" TO WK-DISPOSITION
008450         SET TRAN-REJECTED TO TRUE
008460         GO TO 2210-EXIT
008470     END-IF.
008480     IF CB-CUR-PRESENT (CB-FOUND-IDX) IS NOT EQUAL TO "Y"
008490         MOVE "BAND NOT ON FILE" TO WK-DISPOSITION
008500         SET TRAN-REJECTED TO TRUE
008510         GO TO 2210-EXIT
008520     END-IF.
008530
008540     IF CTR-MIN-AGE-X IS NOT EQUAL TO SPACES
008550         MOVE CTR-MIN-AGE TO CB-TRY-MIN (CB-FOUND-IDX)
008560     END-IF.
008570     IF CTR-MAX-AGE-X IS NOT EQUAL TO SPACES
008580         MOVE CTR-MAX-AGE TO CB-TRY-MAX (CB-FOUND-IDX)
008590     END-IF.
008600     MOVE CTR-EFFECTIVE-DATE TO WK-AFFECTED-DATE.
008610
008620 2210-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660* 2220-TRY-EXPIRE                                               *
008670*   Ends a band on file.  The band stops being in force on the  *
008680*   expire date keyed, or today when none is keyed.  A band     *
008690*   already expired cannot be expired again; a date after an    *
008700*   expiry still to come moves it.                              *
008710******************************************************************
008720 2220-TRY-EXPIRE.
008730     PERFORM 2300-FIND-BAND THRU 2300-EXIT.
008740     IF CB-NOT-FOUND
008750         MOVE "BAND NOT ON FILE" TO WK-DISPOSITION
008760         SET TRAN-REJECTED TO TRUE
008770         GO TO 2220-EXIT
008780     END-IF.
008790     IF CB-CUR-PRESENT (CB-FOUND-IDX) IS NOT EQUAL TO "Y"
008800         MOVE "BAND NOT ON FILE" TO WK-DISPOSITION
008810         SET TRAN-REJECTED TO TRUE
008820         GO TO 2220-EXIT
008830     END-IF.
008840
008850     IF CB-CUR-EXPIRE (CB-FOUND-IDX) IS GREATER THAN ZERO
008860        AND CB-CUR-EXPIRE (CB-FOUND-IDX) IS NOT GREATER THAN
008870            WK-TODAY
008880         MOVE "BAND ALREADY EXPIRED" TO WK-DISPOSITION
008890         SET TRAN-REJECTED TO TRUE
008900         GO TO 2220-EXIT
008910     END-IF.
008920
008930     IF CTR-EXPIRE-DATE-X IS EQUAL TO SPACES
008940         MOVE WK-TODAY TO WK-NEW-EXPIRE
008950     ELSE
008960         MOVE CTR-EXPIRE-DATE TO WK-NEW-EXPIRE
008970     END-IF.
008980     IF WK-NEW-EXPIRE IS NOT GREATER THAN
008990        CB-EFF-DATE (CB-FOUND-IDX)
009000         MOVE "EXPIRE NOT AFTER EFFECTIVE" TO WK-DISPOSITION
009010         SET TRAN-REJECTED TO TRUE
009020         GO TO 2220-EXIT
009030     END-IF.
009040
009050     MOVE WK-NEW-EXPIRE TO WK-AFFECTED-DATE.
009060     IF CB-CUR-EXPIRE (CB-FOUND-IDX) IS GREATER THAN ZERO
009070        AND CB-CUR-EXPIRE (CB-FOUND-IDX) IS LESS THAN
009080            WK-AFFECTED-DATE
009090         MOVE CB-CUR-EXPIRE (CB-FOUND-IDX) TO WK-AFFECTED-DATE
009100     END-IF.
009110     MOVE WK-NEW-EXPIRE TO CB-TRY-EXPIRE (CB-FOUND-IDX).
009120
009130 2220-EXIT.
009140     EXIT.
009150
009160******************************************************************
009170* 2300-FIND-BAND                                                *
009180*   Serial search of BAND-TABLE for the band key in WK-KEY-     *
009190*   STAGE, WK-KEY-POSITION and WK-KEY-EFF-DATE.                 *
009200******************************************************************
009210 2300-FIND-BAND.
009220     SET CB-NOT-FOUND TO TRUE.
009230     MOVE ZERO TO CB-FOUND-IDX.
009240     PERFORM 2305-MATCH-BAND THRU 2305-EXIT
009250         VARYING CB-IDX FROM 1 BY 1
009260         UNTIL CB-IDX IS GREATER THAN CB-COUNT
009270            OR CB-FOUND.
009280
009290 2300-EXIT.
009300     EXIT.
009310
009320 2305-MATCH-BAND.
009330     IF CB-STAGE (CB-IDX) IS EQUAL TO WK-KEY-STAGE
009340        AND CB-POSITION (CB-IDX) IS EQUAL TO WK-KEY-POSITION
009350        AND CB-EFF-DATE (CB-IDX) IS EQUAL TO WK-KEY-EFF-DATE
009360         SET CB-FOUND TO TRUE
009370         MOVE CB-IDX TO CB-FOUND-IDX
009380     END-IF.
009390
009400 2305-EXIT.
009410     EXIT.
009420
009430******************************************************************
009440* 2310-NEW-BAND-ENTRY                                           *
009450*   Opens a table entry for the band key in WK-KEY-, with       *
009460*   the band absent in every state until it is posted.          *
009470******************************************************************
009480 2310-NEW-BAND-ENTRY.
009490     IF CB-COUNT IS NOT LESS THAN 500
009500         DISPLAY "CRITMNT - BAND-TABLE FULL AT 500 ENTRIES"
009510         MOVE 16 TO RETURN-CODE
009520         STOP RUN
009530     END-IF.
009540     ADD 1 TO CB-COUNT.
009550     MOVE CB-COUNT TO CB-FOUND-IDX.
009560     MOVE WK-KEY-STAGE TO CB-STAGE (CB-FOUND-IDX).
009570     MOVE WK-KEY-POSITION TO CB-POSITION (CB-FOUND-IDX).
009580     MOVE WK-KEY-EFF-DATE TO CB-EFF-DATE (CB-FOUND-IDX).
009590     MOVE "N" TO CB-ORIG-PRESENT (CB-FOUND-IDX).
009600     MOVE ZERO TO CB-ORIG-MIN (CB-FOUND-IDX).
009610     MOVE ZERO TO CB-ORIG-MAX (CB-FOUND-IDX).
009620     MOVE ZERO TO CB-ORIG-EXPIRE (CB-FOUND-IDX).
009630     MOVE CB-ORIG (CB-FOUND-IDX) TO CB-CUR (CB-FOUND-IDX).
009640     MOVE CB-ORIG (CB-FOUND-IDX) TO CB-TRY (CB-FOUND-IDX).
009650
009660 2310-EXIT.
009670     EXIT.
009680
009690******************************************************************
009700* 2400-WRITE-REPORT-LINE                                        *
009710*   One line per transaction as keyed, with the reason when     *
009720*   rejected.  A history or coverage rejection gets a second    *
009730*   line saying where the problem is.                           *
009740******************************************************************
009750 2400-WRITE-REPORT-LINE.
009760     MOVE SPACES TO RPT-DETAIL-LINE.
009770     IF CTR-ADD
009780         MOVE "ADD" TO RPT-D-ACTION
009790     ELSE
009800     IF CTR-CHANGE
009810         MOVE "CHANGE" TO RPT-D-ACTION
009820     ELSE
009830     IF CTR-EXPIRE
009840         MOVE "EXPIRE" TO RPT-D-ACTION
009850     ELSE
009860         MOVE CTR-ACTION TO RPT-D-ACTION
009870     END-IF
009880     END-IF
009890     END-IF.
009900     MOVE CTR-STAGE TO RPT-D-STAGE.
009910     IF CTR-DEFAULT-BAND
009920         MOVE "(DEFAULT)" TO RPT-D-POSITION
009930     ELSE
009940         MOVE CTR-POSITION TO RPT-D-POSITION
009950     END-IF.
009960     MOVE CTR-EFFECTIVE-DATE-X TO RPT-D-EFFECTIVE.
009970     MOVE CTR-MIN-AGE-X TO RPT-D-MIN.
009980     MOVE CTR-MAX-AGE-X TO RPT-D-MAX.
009990     MOVE CTR-EXPIRE-DATE-X TO RPT-D-EXPIRE.
010000     MOVE WK-DISPOSITION TO RPT-D-RESULT.
010010     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
010020
010030     IF CT-DECISIONS-CHANGED IS GREATER THAN ZERO
010040         MOVE "DECISIONS CHANGED" TO RPT-P-CAPTION
010050         MOVE CT-DECISIONS-CHANGED TO RPT-P-COUNT
010060         MOVE "FIRST IS" TO RPT-P-WHAT
010070         MOVE WK-PROBLEM-CAND-ID TO RPT-P-KEY
010080         MOVE WK-PROBLEM-DATE TO RPT-P-DATE
010090         WRITE REPORT-LINE FROM RPT-PROBLEM-LINE
010100     ELSE
010110     IF WK-PROBLEM-DATE IS GREATER THAN ZERO
010120         MOVE "FIRST FOUND FOR" TO RPT-P-CAPTION
010130         MOVE SPACES TO RPT-P-COUNT-X
010140         MOVE "POSITION" TO RPT-P-WHAT
010150         IF WK-PROBLEM-POSITION IS EQUAL TO SPACES
010160             MOVE "(DEFAULT)" TO RPT-P-KEY
010170         ELSE
010180             MOVE WK-PROBLEM-POSITION TO RPT-P-KEY
010190         END-IF
010200         MOVE WK-PROBLEM-DATE TO RPT-P-DATE
010210         WRITE REPORT-LINE FROM RPT-PROBLEM-LINE
010220     END-IF
010230     END-IF.
010240
010250 2400-EXIT.
010260     EXIT.
010270
010280******************************************************************
010290* 3000-WRITE-CRITERIA-FILE                                      *
010300*   Every band on file after the run, in the order read, with   *
010310*   new bands at the end.  An expired band stays on the file    *
010320*   with its expire date so past decisions can still be         *
010330*   checked against it.                                         *
010340******************************************************************
010350 3000-WRITE-CRITERIA-FILE.
010360     PERFORM 3010-WRITE-ONE-BAND THRU 3010-EXIT
010370         VARYING CB-IDX FROM 1 BY 1
010380         UNTIL CB-IDX IS GREATER THAN CB-COUNT.
010390
010400 3000-EXIT.
010410     EXIT.
010420
010430 3010-WRITE-ONE-BAND.
010440     IF CB-CUR-PRESENT (CB-IDX) IS NOT EQUAL TO "Y"
010450         GO TO 3010-EXIT
010460     END-IF.
010470
010480     MOVE SPACES TO CRITERIA-RECORD.
010490     MOVE CB-STAGE (CB-IDX) TO CRIT-STAGE.
010500     MOVE CB-EFF-DATE (CB-IDX) TO CRIT-EFFECTIVE-DATE.
010510     MOVE CB-CUR-MIN (CB-IDX) TO CRIT-MIN-AGE.
010520     MOVE CB-CUR-MAX (CB-IDX) TO CRIT-MAX-AGE.
010530     MOVE CB-POSITION (CB-IDX) TO CRIT-POSITION.
010540     IF CB-CUR-EXPIRE (CB-IDX) IS GREATER THAN ZERO
010550         MOVE CB-CUR-EXPIRE (CB-IDX) TO CRIT-EXPIRE-DATE
010560     END-IF.
010570     WRITE NEW-CRITERIA-RECORD FROM CRITERIA-RECORD.
010580     ADD 1 TO CT-CRIT-WRITTEN.
010590
010600 3010-EXIT.
010610     EXIT.
010620
010630******************************************************************
010640* 3100-PRINT-LISTING                                            *
010650*   The before/after listing HR compliance signs - every band   *
010660*   on file before or after the run, the limits and expiry on   *
010670*   each side, and what the run did to it.                      *
010680******************************************************************
010690 3100-PRINT-LISTING.
010700     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
010710     WRITE REPORT-LINE FROM RPT-LISTING-HEADING-1.
010720     WRITE REPORT-LINE FROM RPT-LISTING-HEADING-2.
010730     WRITE REPORT-LINE FROM RPT-LISTING-HEADING-3.
010740     PERFORM 3110-PRINT-ONE-BAND THRU 3110-EXIT
010750         VARYING CB-IDX FROM 1 BY 1
010760         UNTIL CB-IDX IS GREATER THAN CB-COUNT.
010770
010780 3100-EXIT.
010790     EXIT.
010800
010810 3110-PRINT-ONE-BAND.
010820     IF CB-ORIG-PRESENT (CB-IDX) IS NOT EQUAL TO "Y"
010830        AND CB-CUR-PRESENT (CB-IDX) IS NOT EQUAL TO "Y"
010840         GO TO 3110-EXIT
010850     END-IF.
010860
010870     MOVE SPACES TO RPT-LISTING-LINE.
010880     MOVE CB-STAGE (CB-IDX) TO RPT-L-STAGE.
010890     IF CB-POSITION (CB-IDX) IS EQUAL TO SPACES
010900         MOVE "(DEFAULT)" TO RPT-L-POSITION
010910     ELSE
010920         MOVE CB-POSITION (CB-IDX) TO RPT-L-POSITION
010930     END-IF.
010940     MOVE CB-EFF-DATE (CB-IDX) TO RPT-L-EFFECTIVE.
010950
010960     IF CB-ORIG-PRESENT (CB-IDX) IS EQUAL TO "Y"
010970         MOVE CB-ORIG-MIN (CB-IDX) TO RPT-L-BEFORE-MIN
010980         MOVE CB-ORIG-MAX (CB-IDX) TO RPT-L-BEFORE-MAX
010990         IF CB-ORIG-EXPIRE (CB-IDX) IS GREATER THAN ZERO
011000             MOVE CB-ORIG-EXPIRE (CB-IDX) TO RPT-L-BEFORE-EXPIRE
011010         END-IF
011020     END-IF.
011030     MOVE CB-CUR-MIN (CB-IDX) TO RPT-L-AFTER-MIN.
011040     MOVE CB-CUR-MAX (CB-IDX) TO RPT-L-AFTER-MAX.
011050     IF CB-CUR-EXPIRE (CB-IDX) IS GREATER THAN ZERO
011060         MOVE CB-CUR-EXPIRE (CB-IDX) TO RPT-L-AFTER-EXPIRE
011070     END-IF.
011080
011090     IF CB-ORIG-PRESENT (CB-IDX) IS NOT EQUAL TO "Y"
011100         MOVE "ADDED" TO RPT-L-CHANGE
011110     ELSE
011120     IF CB-ORIG-MIN (CB-IDX) IS NOT EQUAL TO CB-CUR-MIN (CB-IDX)
011130        OR CB-ORIG-MAX (CB-IDX) IS NOT EQUAL TO
011140           CB-CUR-MAX (CB-IDX)
011150         MOVE "CHANGED" TO RPT-L-CHANGE
011160     ELSE
011170     IF CB-ORIG-EXPIRE (CB-IDX) IS NOT EQUAL TO
011180        CB-CUR-EXPIRE (CB-IDX)
011190         MOVE "EXPIRED" TO RPT-L-CHANGE
011200     ELSE
011210         MOVE "UNCHANGED" TO RPT-L-CHANGE
011220     END-IF
011230     END-IF
011240     END-IF.
011250     WRITE REPORT-LINE FROM RPT-LISTING-LINE.
011260
011270 3110-EXIT.
011280     EXIT.
011290
011300******************************************************************
011310* 4100-CHECK-HISTORY                                            *
011320*   Re-decides every history entry for the transaction's stage  *
011330*   made on or after the affected date - under the bands as     *
011340*   they stand and under the bands with the transaction - and   *
011350*   rejects the transaction if any decision would come out the  *
011360*   other way.  A position band only reaches its own position;  *
011370*   a default band reaches every position.                      *
011380******************************************************************
011390 4100-CHECK-HISTORY.
011400     MOVE ZERO TO CT-DECISIONS-CHANGED.
011410     PERFORM 4110-CHECK-ONE-DECISION THRU 4110-EXIT
011420         VARYING HT-IDX FROM 1 BY 1
011430         UNTIL HT-IDX IS GREATER THAN HT-COUNT.
011440
011450     IF CT-DECISIONS-CHANGED IS GREATER THAN ZERO
011460         MOVE "WOULD CHANGE PAST DECISIONS" TO WK-DISPOSITION
011470         SET TRAN-REJECTED TO TRUE
011480     END-IF.
011490
011500 4100-EXIT.
011510     EXIT.
011520
011530 4110-CHECK-ONE-DECISION.
011540     IF HT-STAGE (HT-IDX) IS NOT EQUAL TO CTR-STAGE
011550        OR HT-RUN-DATE (HT-IDX) IS LESS THAN WK-AFFECTED-DATE
011560         GO TO 4110-EXIT
011570     END-IF.
011580     IF NOT CTR-DEFAULT-BAND
011590        AND HT-POSITION (HT-IDX) IS NOT EQUAL TO CTR-POSITION
011600         GO TO 4110-EXIT
011610     END-IF.
011620
011630     MOVE HT-STAGE (HT-IDX) TO WK-LOOK-STAGE.
011640     MOVE HT-POSITION (HT-IDX) TO WK-LOOK-POSITION.
011650     MOVE HT-RUN-DATE (HT-IDX) TO WK-LOOK-DATE.
011660
011670     SET LOOK-CURRENT TO TRUE.
011680     PERFORM 5000-FIND-BAND-IN-FORCE THRU 5000-EXIT.
011690     PERFORM 4120-DECIDE THRU 4120-EXIT.
011700     MOVE WK-DECISION-TRY TO WK-DECISION-CUR.
011710
011720     SET LOOK-TRIAL TO TRUE.
011730     PERFORM 5000-FIND-BAND-IN-FORCE THRU 5000-EXIT.
011740     PERFORM 4120-DECIDE THRU 4120-EXIT.
011750
011760     IF WK-DECISION-CUR IS NOT EQUAL TO WK-DECISION-TRY
011770         ADD 1 TO CT-DECISIONS-CHANGED
011780         IF CT-DECISIONS-CHANGED IS EQUAL TO 1
011790             MOVE HT-CAND-ID (HT-IDX) TO WK-PROBLEM-CAND-ID
011800             MOVE HT-RUN-DATE (HT-IDX) TO WK-PROBLEM-DATE
011810         END-IF
011820     END-IF.
011830
011840 4110-EXIT.
011850     EXIT.
011860
011870* P in band, F out of band, N no band in force at all.
011880 4120-DECIDE.
011890     IF WK-LOOK-FOUND-IDX IS EQUAL TO ZERO
011900         MOVE "N" TO WK-DECISION-TRY
011910     ELSE
011920     IF HT-AGE (HT-IDX) IS NOT LESS THAN WK-LOOK-MIN
011930        AND HT-AGE (HT-IDX) IS NOT GREATER THAN WK-LOOK-MAX
011940         MOVE "P" TO WK-DECISION-TRY
011950     ELSE
011960         MOVE "F" TO WK-DECISION-TRY
011970     END-IF
011980     END-IF.
011990
012000 4120-EXIT.
012010     EXIT.
012020
012030******************************************************************
012040* 4200-CHECK-COVERAGE                                           *
012050*   Walks every date on or after the affected date on which     *
012060*   the bands in force can change, for the transaction's        *
012070*   position (every position on file for a default band).  On   *
012080*   each, the transaction must not leave the position with no   *
012090*   band in force where it had one, and the stage-2 band in     *
012100*   force must sit inside the stage-1 band in force.  A         *
012110*   mismatch already on file before the transaction is not      *
012120*   held against it.                                            *
012130******************************************************************
012140 4200-CHECK-COVERAGE.
012150     MOVE 1 TO CD-COUNT.
012160     MOVE WK-AFFECTED-DATE TO CD-DATE (1).
012170     PERFORM 4210-COLLECT-DATES THRU 4210-EXIT
012180         VARYING CB-IDX FROM 1 BY 1
012190         UNTIL CB-IDX IS GREATER THAN CB-COUNT.
012200
012210     MOVE 1 TO CP-COUNT.
012220     MOVE CTR-POSITION TO CP-POSITION (1).
012230     IF CTR-DEFAULT-BAND
012240         PERFORM 4220-COLLECT-POSITION THRU 4220-EXIT
012250             VARYING CB-IDX FROM 1 BY 1
012260             UNTIL CB-IDX IS GREATER THAN CB-COUNT
012270     END-IF.
012280
012290     PERFORM 4230-CHECK-POSITION THRU 4230-EXIT
012300         VARYING CP-IDX FROM 1 BY 1
012310         UNTIL CP-IDX IS GREATER THAN CP-COUNT
012320            OR TRAN-REJECTED.
012330
012340 4200-EXIT.
012350     EXIT.
012360
012370 4210-COLLECT-DATES.
012380     IF CB-CUR-PRESENT (CB-IDX) IS NOT EQUAL TO "Y"
012390        AND CB-TRY-PRESENT (CB-IDX) IS NOT EQUAL TO "Y"
012400         GO TO 4210-EXIT
012410     END-IF.
012420     IF CB-EFF-DATE (CB-IDX) IS GREATER THAN WK-AFFECTED-DATE
012430         ADD 1 TO CD-COUNT
012440         MOVE CB-EFF-DATE (CB-IDX) TO CD-DATE (CD-COUNT)
012450     END-IF.
012460     IF CB-CUR-EXPIRE (CB-IDX) IS GREATER THAN WK-AFFECTED-DATE
012470         ADD 1 TO CD-COUNT
012480         MOVE CB-CUR-EXPIRE (CB-IDX) TO CD-DATE (CD-COUNT)
012490     END-IF.
012500     IF CB-TRY-EXPIRE (CB-IDX) IS GREATER THAN WK-AFFECTED-DATE
012510        AND CB-TRY-EXPIRE (CB-IDX) IS NOT EQUAL TO
012520            CB-CUR-EXPIRE (CB-IDX)
012530         ADD 1 TO CD-COUNT
012540         MOVE CB-TRY-EXPIRE (CB-IDX) TO CD-DATE (CD-COUNT)
012550     END-IF.
012560
012570 4210-EXIT.
012580     EXIT.
012590
012600 4220-COLLECT-POSITION.
012610     IF CB-POSITION (CB-IDX) IS EQUAL TO SPACES
012620         GO TO 4220-EXIT
012630     END-IF.
012640     SET CP-NOT-FOUND TO TRUE.
012650     PERFORM 4225-MATCH-POSITION THRU 4225-EXIT
012660         VARYING CP-IDX FROM 1 BY 1
012670         UNTIL CP-IDX IS GREATER THAN CP-COUNT
012680            OR CP-FOUND.
012690     IF CP-NOT-FOUND
012700         ADD 1 TO CP-COUNT
012710         MOVE CB-POSITION (CB-IDX) TO CP-POSITION (CP-COUNT)
012720     END-IF.
012730
012740 4220-EXIT.
012750     EXIT.
012760
012770 4225-MATCH-POSITION.
012780     IF CP-POSITION (CP-IDX) IS EQUAL TO CB-POSITION (CB-IDX)
012790         SET CP-FOUND TO TRUE
012800     END-IF.
012810
012820 4225-EXIT.
012830     EXIT.
012840
012850 4230-CHECK-POSITION.
012860     PERFORM 4240-CHECK-POINT THRU 4240-EXIT
012870         VARYING CD-IDX FROM 1 BY 1
012880         UNTIL CD-IDX IS GREATER THAN CD-COUNT
012890            OR TRAN-REJECTED.
012900
012910 4230-EXIT.
012920     EXIT.
012930
012940 4240-CHECK-POINT.
012950     MOVE CP-POSITION (CP-IDX) TO WK-LOOK-POSITION.
012960     MOVE CD-DATE (CD-IDX) TO WK-LOOK-DATE.
012970
012980* No band left in force where there was one.
012990     MOVE CTR-STAGE TO WK-LOOK-STAGE.
013000     SET LOOK-CURRENT TO TRUE.
013010     PERFORM 5000-FIND-BAND-IN-FORCE THRU 5000-EXIT.
013020     MOVE "N" TO WK-CUR-FOUND.
013030     IF WK-LOOK-FOUND-IDX IS GREATER THAN ZERO
013040         MOVE "Y" TO WK-CUR-FOUND
013050     END-IF.
013060     SET LOOK-TRIAL TO TRUE.
013070     PERFORM 5000-FIND-BAND-IN-FORCE THRU 5000-EXIT.
013080     IF WK-CUR-FOUND IS EQUAL TO "Y"
013090        AND WK-LOOK-FOUND-IDX IS EQUAL TO ZERO
013100         MOVE "LEAVES POSITION WITH NO BAND" TO WK-DISPOSITION
013110         GO TO 4240-REJECT
013120     END-IF.
013130
013140* Stage 2 inside stage 1 - with the transaction, then without
013150* it to see whether the mismatch was already there.
013160     SET LOOK-TRIAL TO TRUE.
013170     PERFORM 4250-COMPARE-STAGES THRU 4250-EXIT.
013180     IF WK-STAGES-VIOLATE IS NOT EQUAL TO "Y"
013190         GO TO 4240-EXIT
013200     END-IF.
013210     SET LOOK-CURRENT TO TRUE.
013220     PERFORM 4250-COMPARE-STAGES THRU 4250-EXIT.
013230     IF WK-STAGES-VIOLATE IS EQUAL TO "Y"
013240         GO TO 4240-EXIT
013250     END-IF.
013260     MOVE "STAGE-2 OUTSIDE STAGE-1 BAND" TO WK-DISPOSITION.
013270
013280 4240-REJECT.
013290     SET TRAN-REJECTED TO TRUE.
013300     MOVE WK-LOOK-POSITION TO WK-PROBLEM-POSITION.
013310     MOVE WK-LOOK-DATE TO WK-PROBLEM-DATE.
013320
013330 4240-EXIT.
013340     EXIT.
013350
013360* Sets WK-STAGES-VIOLATE to Y when both stages have a band in
013370* force and the stage-2 band reaches outside the stage-1 band,
013380* under the state SW-LOOK-STATE names.
013390 4250-COMPARE-STAGES.
013400     MOVE "N" TO WK-STAGES-VIOLATE.
013410
013420     MOVE "1" TO WK-LOOK-STAGE.
013430     PERFORM 5000-FIND-BAND-IN-FORCE THRU 5000-EXIT.
013440     IF WK-LOOK-FOUND-IDX IS EQUAL TO ZERO
013450         GO TO 4250-EXIT
013460     END-IF.
013470     MOVE WK-LOOK-MIN TO WK-STAGE1-MIN.
013480     MOVE WK-LOOK-MAX TO WK-STAGE1-MAX.
013490
013500     MOVE "2" TO WK-LOOK-STAGE.
013510     PERFORM 5000-FIND-BAND-IN-FORCE THRU 5000-EXIT.
013520     IF WK-LOOK-FOUND-IDX IS EQUAL TO ZERO
013530         GO TO 4250-EXIT
013540     END-IF.
013550     MOVE WK-LOOK-MIN TO WK-STAGE2-MIN.
013560     MOVE WK-LOOK-MAX TO WK-STAGE2-MAX.
013570
013580     IF WK-STAGE2-MIN IS LESS THAN WK-STAGE1-MIN
013590        OR WK-STAGE2-MAX IS GREATER THAN WK-STAGE1-MAX
013600         MOVE "Y" TO WK-STAGES-VIOLATE
013610     END-IF.
013620
013630 4250-EXIT.
013640     EXIT.
013650
013660******************************************************************
013670* 5000-FIND-BAND-IN-FORCE                                       *
013680*   The band the screening programs would load for              *
013690*   WK-LOOK-STAGE and WK-LOOK-POSITION on run date              *
013700*   WK-LOOK-DATE, under the current or the trial state: on      *
013710*   file, effective on or before the date, not yet expired,     *
013720*   latest effective date wins; the position's own band         *
013730*   first, the default band when it has none.  Returns the      *
013740*   entry in WK-LOOK-FOUND-IDX (zero for none) and its limits.  *
013750******************************************************************
013760 5000-FIND-BAND-IN-FORCE.
013770     MOVE ZERO TO WK-LOOK-FOUND-IDX.
013780     MOVE ZERO TO WK-LOOK-BEST-EFF.
013790     MOVE WK-LOOK-POSITION TO WK-MATCH-POSITION.
013800     PERFORM 5010-MATCH-BAND-IN-FORCE THRU 5010-EXIT
013810         VARYING CB-IDX FROM 1 BY 1
013820         UNTIL CB-IDX IS GREATER THAN CB-COUNT.
013830
013840     IF WK-LOOK-FOUND-IDX IS EQUAL TO ZERO
013850        AND WK-LOOK-POSITION IS NOT EQUAL TO SPACES
013860         MOVE SPACES TO WK-MATCH-POSITION
013870         PERFORM 5010-MATCH-BAND-IN-FORCE THRU 5010-EXIT
013880             VARYING CB-IDX FROM 1 BY 1
013890             UNTIL CB-IDX IS GREATER THAN CB-COUNT
013900     END-IF.
013910
013920 5000-EXIT.
013930     EXIT.
013940
013950 5010-MATCH-BAND-IN-FORCE.
013960     IF CB-STAGE (CB-IDX) IS NOT EQUAL TO WK-LOOK-STAGE
013970        OR CB-POSITION (CB-IDX) IS NOT EQUAL TO
013980           WK-MATCH-POSITION
013990        OR CB-EFF-DATE (CB-IDX) IS GREATER THAN WK-LOOK-DATE
014000        OR CB-EFF-DATE (CB-IDX) IS LESS THAN WK-LOOK-BEST-EFF
014010         GO TO 5010-EXIT
014020     END-IF.
014030
014040     IF LOOK-CURRENT
014050         MOVE CB-CUR (CB-IDX) TO WK-BAND-STATE
014060     ELSE
014070         MOVE CB-TRY (CB-IDX) TO WK-BAND-STATE
014080     END-IF.
014090     IF NOT BS-IS-PRESENT
014100         GO TO 5010-EXIT
014110     END-IF.
014120     IF BS-EXPIRE IS GREATER THAN ZERO
014130        AND BS-EXPIRE IS NOT GREATER THAN WK-LOOK-DATE
014140         GO TO 5010-EXIT
014150     END-IF.
014160
014170     MOVE CB-IDX TO WK-LOOK-FOUND-IDX.
014180     MOVE CB-EFF-DATE (CB-IDX) TO WK-LOOK-BEST-EFF.
014190     MOVE BS-MIN TO WK-LOOK-MIN.
014200     MOVE BS-MAX TO WK-LOOK-MAX.
014210
014220 5010-EXIT.
014230     EXIT.
014240
014250 9000-TERMINATE.
014260     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
014270     MOVE CT-TRAN-READ TO RPT-F-READ.
014280     MOVE CT-ADDED TO RPT-F-ADDED.
014290     MOVE CT-CHANGED TO RPT-F-CHANGED.
014300     MOVE CT-EXPIRED TO RPT-F-EXPIRED.
014310     MOVE CT-REJECTED TO RPT-F-REJECTED.
014320     MOVE CT-CRIT-READ TO RPT-F-CRIT-READ.
014330     MOVE CT-CRIT-WRITTEN TO RPT-F-CRIT-WRITTEN.
014340     MOVE CT-HIST-LOADED TO RPT-F-HIST-LOADED.
014350     WRITE REPORT-LINE FROM RPT-FOOTER-1.
014360     WRITE REPORT-LINE FROM RPT-FOOTER-2.
014370     WRITE REPORT-LINE FROM RPT-FOOTER-3.
014380     WRITE REPORT-LINE FROM RPT-FOOTER-4.
014390     WRITE REPORT-LINE FROM RPT-FOOTER-5.
014400     WRITE REPORT-LINE FROM RPT-FOOTER-6.
014410     WRITE REPORT-LINE FROM RPT-FOOTER-7.
014420     WRITE REPORT-LINE FROM RPT-FOOTER-8.
014430     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
014440     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
014450     WRITE REPORT-LINE FROM RPT-SIGNOFF-LINE.
014460
014470     CLOSE CRITERIA-TRAN-FILE.
014480     CLOSE NEW-CRITERIA-FILE.
014490     CLOSE REQUISITION-MASTER-FILE.
014500     CLOSE MAINTENANCE-REPORT.
014510
014520     IF CT-REJECTED IS GREATER THAN ZERO
014530         MOVE 4 TO RETURN-CODE
014540         DISPLAY "CRITMNT - TRANSACTIONS REJECTED, SEE CRITRPT"
014550     ELSE
014560         DISPLAY "CRITMNT - CRITERIA MAINTENANCE COMPLETE"
014570     END-IF.
014580
014590 9000-EXIT.
014600     EXIT.
014610
014620 END PROGRAM CRITMNT.

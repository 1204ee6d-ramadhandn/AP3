000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 10/01/2026
000050* Date-Compiled.
000060* Purpose: Memproses jawaban kandidat atas tawaran kerja -
000070*          membaca berkas jawaban harian (OFFRESP: terima atau
000080*          tolak), mencocokkannya dengan tawaran yang dibuka
000090*          INTVRSLT di berkas tawaran (OFFRFILE), lalu
000100*          menandai tawaran diterima atau ditolak.  Tawaran
000110*          yang belum dijawab sampai lewat batas waktunya
000120*          dinyatakan kedaluwarsa.  Setiap hasil dicatat di
000130*          riwayat screening (SCRNHIST) dengan tahap O, dan
000140*          setiap kandidat yang menerima dikirim ke tim
000150*          HRIS/payroll lewat berkas karyawan baru (NEWHIRE)
000160*          dengan header/trailer seperti berkas ATS.
000170* Tectonics: cobc
000180******************************************************************
000190* Modification History:
000200*   10/01/2026  RD  Original program - the offer, the answer
000210*                   and the handoff to payroll used to live in
000220*                   email and a spreadsheet.  A decline or an
000230*                   expiry gives the opening back to the
000240*                   requisition INTVRSLT counted the hire
000250*                   against, so INTSCHED books interviews for
000260*                   it again.  Condition code 4 tells operations
000270*                   the report holds exceptions.
000280*   10/15/2026  RD  The run-control COMPLETED record is now
000290*                   written last, after the offer file is
000300*                   rewritten - a failed rewrite left the run
000310*                   marked complete with the offers still open.
000320******************************************************************
000330
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. OFFRPROC.
000360 AUTHOR. RAMADHAN.
000370 INSTALLATION. HR-RECRUITING.
000380 DATE-WRITTEN. 10/01/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OFFER-FILE ASSIGN TO "OFFRFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-OFFER-FILE.
000470
000480     SELECT OFFER-RESPONSE-FILE ASSIGN TO "OFFRESP"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-RESPONSE-FILE.
000510
000520     SELECT SCREENING-HISTORY-FILE ASSIGN TO "SCRNHIST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-SCREENING-HISTORY.
000550
000560     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-RUN-CONTROL.
000590
000600     SELECT CANDIDATE-MASTER-FILE ASSIGN TO "CANDMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS MAST-CAND-ID
000640         FILE STATUS IS FS-CANDIDATE-MASTER.
000650
000660     SELECT REQUISITION-MASTER-FILE ASSIGN TO "REQMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS REQ-POSITION
000700         FILE STATUS IS FS-REQUISITION-MASTER.
000710
000720     SELECT HIRE-BATCH-SEQ-FILE ASSIGN TO "HIREBSEQ"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-HIRE-BATCH-SEQ.
000750
000760     SELECT NEW-HIRE-FILE ASSIGN TO "NEWHIRE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-NEW-HIRE-FILE.
000790
000800     SELECT OFFER-REPORT ASSIGN TO "OFFRRPT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-OFFER-REPORT.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  OFFER-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY OFFREC.
000890
000900 FD  OFFER-RESPONSE-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  RESPONSE-RECORD.
000930     05  OFP-CAND-ID                  PIC X(10).
000940     05  OFP-RESPONSE-CODE            PIC X(01).
000950         88  OFP-ACCEPTED                 VALUE "A".
000960         88  OFP-DECLINED                 VALUE "D".
000970         88  OFP-CODE-VALID               VALUE "A" "D".
000980     05  OFP-RESPONSE-DATE            PIC 9(08).
000990     05  OFP-RESPONSE-DATE-X REDEFINES OFP-RESPONSE-DATE
001000                                      PIC X(08).
001010     05  OFP-REMARKS                  PIC X(20).
001020     05  FILLER                       PIC X(41).
001030
001040 FD  SCREENING-HISTORY-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  HISTORY-LINE                     PIC X(80).
001070
001080 FD  RUN-CONTROL-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY RUNCTL.
001110
001120 FD  CANDIDATE-MASTER-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY CANDMAST.
001150
001160 FD  REQUISITION-MASTER-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY REQREC.
001190
001200 FD  HIRE-BATCH-SEQ-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  HIRE-SEQ-LINE.
001230     05  SEQ-BATCH-NUMBER             PIC 9(07).
001240     05  SEQ-BATCH-NUMBER-X REDEFINES SEQ-BATCH-NUMBER
001250                                      PIC X(07).
001260
001270 FD  NEW-HIRE-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  NEW-HIRE-LINE                    PIC X(80).
001300
001310 FD  OFFER-REPORT
001320     LABEL RECORDS ARE STANDARD.
001330 01  REPORT-LINE                      PIC X(80).
001340
001350 WORKING-STORAGE SECTION.
001360
001370 01  FS-OFFER-FILE                    PIC X(02).
001380     88  FS-OFFER-OK                      VALUE "00".
001390     88  FS-OFFER-NOT-FOUND               VALUE "35".
001400 01  FS-RESPONSE-FILE                 PIC X(02).
001410     88  FS-RESPONSE-OK                   VALUE "00".
001420 01  FS-SCREENING-HISTORY             PIC X(02).
001430     88  FS-HISTORY-OK                    VALUE "00".
001440 01  FS-RUN-CONTROL                   PIC X(02).
001450     88  FS-RUNCTL-OK                     VALUE "00".
001460     88  FS-RUNCTL-NOT-FOUND              VALUE "35".
001470 01  FS-CANDIDATE-MASTER              PIC X(02).
001480     88  FS-MASTER-OK                     VALUE "00".
001490 01  FS-REQUISITION-MASTER            PIC X(02).
001500     88  FS-REQUISITION-OK                VALUE "00".
001510 01  FS-HIRE-BATCH-SEQ                PIC X(02).
001520     88  FS-HIRE-SEQ-OK                   VALUE "00".
001530     88  FS-HIRE-SEQ-NOT-FOUND            VALUE "35".
001540 01  FS-NEW-HIRE-FILE                 PIC X(02).
001550     88  FS-NEW-HIRE-OK                   VALUE "00".
001560 01  FS-OFFER-REPORT                  PIC X(02).
001570     88  FS-OFFER-REPORT-OK               VALUE "00".
001580
001590 01  SW-OFFER-EOF                     PIC X(01)   VALUE "N".
001600     88  OFFER-EOF                        VALUE "Y".
001610 01  SW-RESPONSE-EOF                  PIC X(01)   VALUE "N".
001620     88  RESPONSE-EOF                     VALUE "Y".
001630 01  SW-RUN-CONTROL-EOF               PIC X(01)   VALUE "N".
001640     88  RUN-CONTROL-EOF                  VALUE "Y".
001650 01  SW-OFFER-FOUND                   PIC X(01)   VALUE "N".
001660     88  OFFER-FOUND                      VALUE "Y".
001670     88  OFFER-NOT-FOUND                  VALUE "N".
001680
001690 01  CT-RESPONSES-READ            PIC 9(07) COMP VALUE ZERO.
001700 01  CT-ACCEPTED                  PIC 9(07) COMP VALUE ZERO.
001710 01  CT-DECLINED                  PIC 9(07) COMP VALUE ZERO.
001720 01  CT-EXPIRED                   PIC 9(07) COMP VALUE ZERO.
001730 01  CT-NO-OFFER                  PIC 9(07) COMP VALUE ZERO.
001740 01  CT-ALREADY-SETTLED           PIC 9(07) COMP VALUE ZERO.
001750 01  CT-PAST-DEADLINE             PIC 9(07) COMP VALUE ZERO.
001760 01  CT-BAD-CODE                  PIC 9(07) COMP VALUE ZERO.
001770 01  CT-BAD-DATE                  PIC 9(07) COMP VALUE ZERO.
001780 01  CT-REQ-REOPENED              PIC 9(07) COMP VALUE ZERO.
001790 01  CT-OFFERS-OPEN               PIC 9(07) COMP VALUE ZERO.
001800
001810 01  WK-TODAY                         PIC 9(08).
001820 01  WK-SEARCH-CAND-ID                PIC X(10).
001830 01  WK-OUTCOME                       PIC X(22).
001840
001850* This execution's run number - highest on the run-control
001860* file plus 1.  An offer response run is recorded as type O.
001870 01  WK-RUN-NUMBER                    PIC 9(07)   VALUE ZERO.
001880 01  WK-MAX-RUN-NUMBER                PIC 9(07)   VALUE ZERO.
001890
001900* ------------------------------------------------------------ *
001910*  SCREENING HISTORY / AUDIT ENTRY LAYOUT                       *
001920* ------------------------------------------------------------ *
001930 COPY HISTREC.
001940
001950* ------------------------------------------------------------ *
001960*  NEW-HIRE INTERFACE RECORD AND ITS ENVELOPE                   *
001970*    The same header/trailer and hash total as the ATS          *
001980*    interface file (see ATSENV), with the batch sequence       *
001990*    number taken from the HIREBSEQ control file.               *
002000* ------------------------------------------------------------ *
002010 COPY HIREREC.
002020 COPY ATSENV.
002030
002040 01  WK-HIRE-BATCH-SEQ                PIC 9(07)   VALUE ZERO.
002050 01  WK-HIRE-HASH-TOTAL               PIC 9(15)   VALUE ZERO.
002060
002070 01  WK-HASH-CAND-ID.
002080     05  WK-HASH-CHAR OCCURS 10 TIMES PIC X(01).
002090 01  WK-HASH-IDX                 PIC 9(02) COMP VALUE ZERO.
002100 01  WK-HASH-DIGIT-X                  PIC X(01).
002110 01  WK-HASH-DIGIT REDEFINES WK-HASH-DIGIT-X
002120                                      PIC 9(01).
002130 01  WK-HASH-VALUE                    PIC 9(10)   VALUE ZERO.
002140
002150* ------------------------------------------------------------ *
002160*  EVERY OFFER ON FILE                                          *
002170*    Open and settled alike, in file order - the file is        *
002180*    rewritten from this table at end of run.  A candidate      *
002190*    hired more than once has one entry per offer; the LAST     *
002200*    one is the offer a response answers.  Status date and      *
002210*    batch sequence are spaces while the offer is open, so      *
002220*    they are carried as text.                                  *
002230* ------------------------------------------------------------ *
002240 01  OFFER-TABLE.
002250     05  OF-COUNT                PIC 9(05) COMP VALUE ZERO.
002260     05  OF-IDX                  PIC 9(05) COMP VALUE ZERO.
002270     05  OF-FOUND-IDX            PIC 9(05) COMP VALUE ZERO.
002280     05  OF-ENTRY OCCURS 5000 TIMES.
002290         10  OF-CAND-ID               PIC X(10).
002300         10  OF-POSITION              PIC X(08).
002310         10  OF-OFFER-DATE            PIC 9(08).
002320         10  OF-DEADLINE-DATE         PIC 9(08).
002330         10  OF-STATUS                PIC X(01).
002340         10  OF-STATUS-DATE           PIC X(08).
002350         10  OF-HIRE-BATCH-SEQ        PIC X(07).
002360
002370 01  RPT-HEADING-1.
002380     05  FILLER                       PIC X(25)
002390             VALUE "OFFER RESPONSE REPORT - ".
002400     05  RPT-H-DATE                   PIC 9(08).
002410     05  FILLER                       PIC X(06)   VALUE "  RUN ".
002420     05  RPT-H-RUN-NUMBER             PIC 9(07).
002430     05  FILLER                       PIC X(34)   VALUE SPACES.
002440
002450 01  RPT-HEADING-2.
002460     05  FILLER                       PIC X(12)   VALUE "CAND ID".
002470     05  FILLER                       PIC X(10)
002480             VALUE "POSITION".
002490     05  FILLER                       PIC X(10)   VALUE "OFFERED".
002500     05  FILLER                       PIC X(10)
002510             VALUE "DEADLINE".
002520     05  FILLER                       PIC X(38)   VALUE "OUTCOME".
002530
002540 01  RPT-DETAIL-LINE.
002550     05  RPT-D-ID                     PIC X(12).
002560     05  RPT-D-POSITION               PIC X(10).
002570     05  RPT-D-OFFER-DATE             PIC X(10).
002580     05  RPT-D-DEADLINE               PIC X(10).
002590     05  RPT-D-OUTCOME                PIC X(22).
002600     05  RPT-D-REMARKS                PIC X(16).
002610
002620 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
002630
002640 01  RPT-FOOTER-1.
002650     05  FILLER                       PIC X(24)
002660             VALUE "RESPONSES READ    . . .".
002670     05  RPT-F-READ                   PIC ZZZ,ZZ9.
002680
002690 01  RPT-FOOTER-2.
002700     05  FILLER                       PIC X(24)
002710             VALUE "OFFERS ACCEPTED   . . .".
002720     05  RPT-F-ACCEPTED               PIC ZZZ,ZZ9.
002730
002740 01  RPT-FOOTER-3.
002750     05  FILLER                       PIC X(24)
002760             VALUE "OFFERS DECLINED   . . .".
002770     05  RPT-F-DECLINED               PIC ZZZ,ZZ9.
002780
002790 01  RPT-FOOTER-4.
002800     05  FILLER                       PIC X(24)
002810             VALUE "OFFERS EXPIRED    . . .".
002820     05  RPT-F-EXPIRED                PIC ZZZ,ZZ9.
002830
002840 01  RPT-FOOTER-5.
002850     05  FILLER                       PIC X(24)
002860             VALUE "NO OFFER ON FILE  . . .".
002870     05  RPT-F-NO-OFFER               PIC ZZZ,ZZ9.
002880
002890 01  RPT-FOOTER-6.
002900     05  FILLER                       PIC X(24)
002910             VALUE "ALREADY SETTLED   . . .".
002920     05  RPT-F-SETTLED                PIC ZZZ,ZZ9.
002930
002940 01  RPT-FOOTER-7.
002950     05  FILLER                       PIC X(24)
002960             VALUE "ANSWERED TOO LATE . . .".
002970     05  RPT-F-PAST-DEADLINE          PIC ZZZ,ZZ9.
002980
002990 01  RPT-FOOTER-8.
003000     05  FILLER                       PIC X(24)
003010             VALUE "BAD RESPONSE CODE . . .".
003020     05  RPT-F-BAD-CODE               PIC ZZZ,ZZ9.
003030
003040 01  RPT-FOOTER-9.
003050     05  FILLER                       PIC X(24)
003060             VALUE "BAD RESPONSE DATE . . .".
003070     05  RPT-F-BAD-DATE               PIC ZZZ,ZZ9.
003080
003090 01  RPT-FOOTER-10.
003100     05  FILLER                       PIC X(24)
003110             VALUE "OFFERS STILL OPEN . . .".
003120     05  RPT-F-OPEN                   PIC ZZZ,ZZ9.
003130
003140 01  RPT-FOOTER-11.
003150     05  FILLER                       PIC X(24)
003160             VALUE "REQUISITIONS REOPENED .".
003170     05  RPT-F-REQ-REOPENED           PIC ZZZ,ZZ9.
003180
003190 01  RPT-FOOTER-12.
003200     05  FILLER                       PIC X(24)
003210             VALUE "NEW-HIRE BATCH    . . .".
003220     05  RPT-F-BATCH-SEQ              PIC 9(07).
003230
003240 PROCEDURE DIVISION.
003250
003260******************************************************************
003270* 0000-MAINLINE                                                 *
003280******************************************************************
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003310     PERFORM 2000-LOAD-OFFERS THRU 2000-EXIT.
003320     PERFORM 3000-POST-RESPONSES THRU 3000-EXIT.
003330* Responses are posted first, so an offer answered on its
003340* last day is not expired underneath the answer.
003350     PERFORM 4000-EXPIRE-OFFERS THRU 4000-EXIT.
003360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003370     STOP RUN.
003380
003390 1000-INITIALIZE.
003400     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
003410
003420     OPEN OUTPUT OFFER-REPORT.
003430     IF NOT FS-OFFER-REPORT-OK
003440         DISPLAY "OFFRPROC - OFFER-REPORT OPEN FAILED, "
003450                 "STATUS = " FS-OFFER-REPORT
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490
003500* Every outcome joins the audit trail as a stage-O entry.
003510     OPEN EXTEND SCREENING-HISTORY-FILE.
003520     IF NOT FS-HISTORY-OK
003530         CLOSE SCREENING-HISTORY-FILE
003540         OPEN OUTPUT SCREENING-HISTORY-FILE
003550     END-IF.
003560
003570     PERFORM 1600-OPEN-RUN-CONTROL THRU 1600-EXIT.
003580
003590* The master gives an accepted candidate's name and age to the
003600* new-hire record; a declined or expired offer gives its
003610* opening back to the requisition.
003620     OPEN INPUT CANDIDATE-MASTER-FILE.
003630     IF NOT FS-MASTER-OK
003640         DISPLAY "OFFRPROC - CANDIDATE-MASTER-FILE OPEN "
003650                 "FAILED, STATUS = " FS-CANDIDATE-MASTER
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690
003700     OPEN I-O REQUISITION-MASTER-FILE.
003710     IF NOT FS-REQUISITION-OK
003720         DISPLAY "OFFRPROC - REQUISITION-MASTER-FILE OPEN "
003730                 "FAILED, STATUS = " FS-REQUISITION-MASTER
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770
003780     OPEN OUTPUT NEW-HIRE-FILE.
003790     IF NOT FS-NEW-HIRE-OK
003800         DISPLAY "OFFRPROC - NEW-HIRE-FILE OPEN FAILED, "
003810                 "STATUS = " FS-NEW-HIRE-FILE
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     PERFORM 1700-WRITE-HIRE-HEADER THRU 1700-EXIT.
003860
003870     MOVE WK-TODAY TO RPT-H-DATE.
003880     WRITE REPORT-LINE FROM RPT-HEADING-1.
003890     WRITE REPORT-LINE FROM RPT-HEADING-2.
003900
003910 1000-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950* 1600-OPEN-RUN-CONTROL                                         *
003960*   Assigns this run the next run number from the run-control   *
003970*   journal and appends its STARTED record (type O - offer      *
003980*   runs never block a normal run's generation check, and are   *
003990*   never refused themselves).                                  *
004000******************************************************************
004010 1600-OPEN-RUN-CONTROL.
004020     OPEN INPUT RUN-CONTROL-FILE.
004030     IF FS-RUNCTL-NOT-FOUND
004040         GO TO 1600-ASSIGN
004050     END-IF.
004060     IF NOT FS-RUNCTL-OK
004070         DISPLAY "OFFRPROC - RUN-CONTROL-FILE OPEN FAILED, "
004080                 "STATUS = " FS-RUN-CONTROL
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120
004130     PERFORM 1610-SCAN-ONE-RUNCTL THRU 1610-EXIT
004140         UNTIL RUN-CONTROL-EOF.
004150     CLOSE RUN-CONTROL-FILE.
004160
004170 1600-ASSIGN.
004180     COMPUTE WK-RUN-NUMBER = WK-MAX-RUN-NUMBER + 1.
004190
004200     OPEN EXTEND RUN-CONTROL-FILE.
004210     IF NOT FS-RUNCTL-OK
004220         CLOSE RUN-CONTROL-FILE
004230         OPEN OUTPUT RUN-CONTROL-FILE
004240     END-IF.
004250     MOVE SPACES TO RUNCTL-RECORD.
004260     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
004270     SET RUN-STARTED TO TRUE.
004280     SET RUN-TYPE-OFFERS TO TRUE.
004290     MOVE WK-TODAY TO RUN-EXTRACT-DATE.
004300     MOVE WK-TODAY TO RUN-EVENT-DATE.
004310     MOVE ZERO TO RUN-READ-COUNT RUN-PASS-COUNT RUN-FAIL-COUNT
004320                  RUN-REJECT-COUNT RUN-DUPL-COUNT.
004330     WRITE RUNCTL-RECORD.
004340     CLOSE RUN-CONTROL-FILE.
004350
004360     MOVE WK-RUN-NUMBER TO RPT-H-RUN-NUMBER.
004370
004380 1600-EXIT.
004390     EXIT.
004400
004410 1610-SCAN-ONE-RUNCTL.
004420     READ RUN-CONTROL-FILE
004430         AT END
004440             SET RUN-CONTROL-EOF TO TRUE
004450             GO TO 1610-EXIT
004460     END-READ.
004470
004480     IF RUN-NUMBER-X IS NUMERIC
004490        AND RUN-NUMBER IS GREATER THAN WK-MAX-RUN-NUMBER
004500         MOVE RUN-NUMBER TO WK-MAX-RUN-NUMBER
004510     END-IF.
004520
004530 1610-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 1700-WRITE-HIRE-HEADER                                        *
004580*   Assigns the next new-hire batch sequence number from the    *
004590*   HIREBSEQ control file (incremented and rewritten at once,   *
004600*   as INPUT2ANGKA does for the ATS file) and writes the        *
004610*   interface header.  A day with no acceptances still sends    *
004620*   header and trailer, so "nobody accepted" can be told apart  *
004630*   from "file never arrived".                                  *
004640******************************************************************
004650 1700-WRITE-HIRE-HEADER.
004660     MOVE ZERO TO WK-HIRE-BATCH-SEQ.
004670     OPEN INPUT HIRE-BATCH-SEQ-FILE.
004680     IF FS-HIRE-SEQ-NOT-FOUND
004690         GO TO 1700-ASSIGN
004700     END-IF.
004710     IF NOT FS-HIRE-SEQ-OK
004720         DISPLAY "OFFRPROC - HIRE-BATCH-SEQ-FILE OPEN "
004730                 "FAILED, STATUS = " FS-HIRE-BATCH-SEQ
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770
004780     READ HIRE-BATCH-SEQ-FILE
004790         AT END
004800             GO TO 1700-CLOSE
004810     END-READ.
004820     IF SEQ-BATCH-NUMBER-X IS NUMERIC
004830         MOVE SEQ-BATCH-NUMBER TO WK-HIRE-BATCH-SEQ
004840     END-IF.
004850
004860 1700-CLOSE.
004870     CLOSE HIRE-BATCH-SEQ-FILE.
004880
004890 1700-ASSIGN.
004900     ADD 1 TO WK-HIRE-BATCH-SEQ.
004910     OPEN OUTPUT HIRE-BATCH-SEQ-FILE.
004920     MOVE WK-HIRE-BATCH-SEQ TO SEQ-BATCH-NUMBER.
004930     WRITE HIRE-SEQ-LINE.
004940     CLOSE HIRE-BATCH-SEQ-FILE.
004950
004960     MOVE SPACES TO ATS-HEADER-RECORD.
004970     MOVE "HDR" TO AHR-RECORD-TYPE.
004980     MOVE WK-TODAY TO AHR-EXTRACT-DATE.
004990     MOVE WK-HIRE-BATCH-SEQ TO AHR-BATCH-SEQ.
005000     WRITE NEW-HIRE-LINE FROM ATS-HEADER-RECORD.
005010
005020 1700-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 2000-LOAD-OFFERS                                              *
005070*   Loads the offer file into OFFER-TABLE.  A file that does    *
005080*   not exist yet just means no offer has been made - expiry    *
005090*   has nothing to do and every response is an exception.      *
005100******************************************************************
005110 2000-LOAD-OFFERS.
005120     OPEN INPUT OFFER-FILE.
005130     IF FS-OFFER-NOT-FOUND
005140         GO TO 2000-EXIT
005150     END-IF.
005160     IF NOT FS-OFFER-OK
005170         DISPLAY "OFFRPROC - OFFER-FILE OPEN FAILED, "
005180                 "STATUS = " FS-OFFER-FILE
005190         MOVE 16 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220
005230     PERFORM 2010-LOAD-ONE-OFFER THRU 2010-EXIT
005240         UNTIL OFFER-EOF.
005250     CLOSE OFFER-FILE.
005260
005270 2000-EXIT.
005280     EXIT.
005290
005300 2010-LOAD-ONE-OFFER.
005310     READ OFFER-FILE
005320         AT END
005330             SET OFFER-EOF TO TRUE
005340             GO TO 2010-EXIT
005350     END-READ.
005360
005370     IF OF-COUNT IS NOT LESS THAN 5000
005380         DISPLAY "OFFRPROC - OFFER-TABLE FULL AT 5000 "
005390                 "ENTRIES, CANDIDATE " OFR-CAND-ID
005400         MOVE 16 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430
005440     ADD 1 TO OF-COUNT.
005450     MOVE OFR-CAND-ID TO OF-CAND-ID (OF-COUNT).
005460     MOVE OFR-POSITION TO OF-POSITION (OF-COUNT).
005470     MOVE OFR-OFFER-DATE TO OF-OFFER-DATE (OF-COUNT).
005480     MOVE OFR-DEADLINE-DATE TO OF-DEADLINE-DATE (OF-COUNT).
005490     MOVE OFR-STATUS TO OF-STATUS (OF-COUNT).
005500     MOVE OFR-STATUS-DATE-X TO OF-STATUS-DATE (OF-COUNT).
005510     MOVE OFR-HIRE-BATCH-SEQ-X
005520         TO OF-HIRE-BATCH-SEQ (OF-COUNT).
005530
005540 2010-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580* 2600-FIND-OFFER                                               *
005590*   Serial search of OFFER-TABLE for WK-SEARCH-CAND-ID.  The    *
005600*   whole table is searched so that the LAST offer for the      *
005610*   candidate is the one found; its subscript is left in       *
005620*   OF-FOUND-IDX.                                               *
005630******************************************************************
005640 2600-FIND-OFFER.
005650     SET OFFER-NOT-FOUND TO TRUE.
005660     MOVE ZERO TO OF-FOUND-IDX.
005670     PERFORM 2610-MATCH-OFFER THRU 2610-EXIT
005680         VARYING OF-IDX FROM 1 BY 1
005690         UNTIL OF-IDX IS GREATER THAN OF-COUNT.
005700
005710 2600-EXIT.
005720     EXIT.
005730
005740 2610-MATCH-OFFER.
005750     IF OF-CAND-ID (OF-IDX) IS EQUAL TO WK-SEARCH-CAND-ID
005760         SET OFFER-FOUND TO TRUE
005770         MOVE OF-IDX TO OF-FOUND-IDX
005780     END-IF.
005790
005800 2610-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 3000-POST-RESPONSES                                           *
005850*   Posts each accept or decline against the candidate's open   *
005860*   offer.  A response with no offer, for an offer already      *
005870*   settled, or dated after the deadline is an exception and    *
005880*   changes nothing - a late answer leaves the offer to expire. *
005890******************************************************************
005900 3000-POST-RESPONSES.
005910     OPEN INPUT OFFER-RESPONSE-FILE.
005920     IF NOT FS-RESPONSE-OK
005930         DISPLAY "OFFRPROC - OFFER-RESPONSE-FILE OPEN "
005940                 "FAILED, STATUS = " FS-RESPONSE-FILE
005950         MOVE 16 TO RETURN-CODE
005960         STOP RUN
005970     END-IF.
005980
005990     PERFORM 3010-POST-ONE-RESPONSE THRU 3010-EXIT
006000         UNTIL RESPONSE-EOF.
006010     CLOSE OFFER-RESPONSE-FILE.
006020
006030 3000-EXIT.
006040     EXIT.
006050
006060 3010-POST-ONE-RESPONSE.
006070     READ OFFER-RESPONSE-FILE
006080         AT END
006090             SET RESPONSE-EOF TO TRUE
006100             GO TO 3010-EXIT
006110     END-READ.
006120     ADD 1 TO CT-RESPONSES-READ.
006130
006140     MOVE SPACES TO RPT-DETAIL-LINE.
006150     MOVE OFP-CAND-ID TO RPT-D-ID.
006160     MOVE OFP-REMARKS TO RPT-D-REMARKS.
006170
006180     IF NOT OFP-CODE-VALID
006190         ADD 1 TO CT-BAD-CODE
006200         MOVE "BAD RESPONSE CODE" TO RPT-D-OUTCOME
006210         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
006220         GO TO 3010-EXIT
006230     END-IF.
006240
006250     IF OFP-RESPONSE-DATE-X IS NOT NUMERIC
006260        OR OFP-RESPONSE-DATE IS GREATER THAN WK-TODAY
006270         ADD 1 TO CT-BAD-DATE
006280         MOVE "BAD RESPONSE DATE" TO RPT-D-OUTCOME
006290         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
006300         GO TO 3010-EXIT
006310     END-IF.
006320
006330     MOVE OFP-CAND-ID TO WK-SEARCH-CAND-ID.
006340     PERFORM 2600-FIND-OFFER THRU 2600-EXIT.
006350     IF OFFER-NOT-FOUND
006360         ADD 1 TO CT-NO-OFFER
006370         MOVE "NO OFFER ON FILE" TO RPT-D-OUTCOME
006380         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
006390         GO TO 3010-EXIT
006400     END-IF.
006410
006420     MOVE OF-FOUND-IDX TO OF-IDX.
006430     PERFORM 3900-FILL-DETAIL THRU 3900-EXIT.
006440
006450* An offer already answered or expired - on an earlier run or
006460* by a duplicated line in this file - is not settled twice.
006470     IF OF-STATUS (OF-IDX) IS NOT EQUAL TO "O"
006480         ADD 1 TO CT-ALREADY-SETTLED
006490         MOVE "ALREADY SETTLED" TO RPT-D-OUTCOME
006500         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
006510         GO TO 3010-EXIT
006520     END-IF.
006530
006540     IF OFP-RESPONSE-DATE IS LESS THAN OF-OFFER-DATE (OF-IDX)
006550         ADD 1 TO CT-BAD-DATE
006560         MOVE "BAD RESPONSE DATE" TO RPT-D-OUTCOME
006570         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
006580         GO TO 3010-EXIT
006590     END-IF.
006600
006610     IF OFP-RESPONSE-DATE IS GREATER THAN
006620        OF-DEADLINE-DATE (OF-IDX)
006630         ADD 1 TO CT-PAST-DEADLINE
006640         MOVE "ANSWERED TOO LATE" TO RPT-D-OUTCOME
006650         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
006660         GO TO 3010-EXIT
006670     END-IF.
006680
006690     MOVE OFP-RESPONSE-DATE TO OF-STATUS-DATE (OF-IDX).
006700     MOVE SPACES TO HIST-RECORD.
006710     MOVE OFP-REMARKS TO HIST-REJECT-REASON.
006720
006730     IF OFP-ACCEPTED
006740         MOVE "A" TO OF-STATUS (OF-IDX)
006750         ADD 1 TO CT-ACCEPTED
006760         SET HIST-RESULT-OFFER-ACCEPTED TO TRUE
006770         MOVE "ACCEPTED" TO RPT-D-OUTCOME
006780         PERFORM 3100-WRITE-NEW-HIRE THRU 3100-EXIT
006790     ELSE
006800         MOVE "D" TO OF-STATUS (OF-IDX)
006810         ADD 1 TO CT-DECLINED
006820         SET HIST-RESULT-OFFER-DECLINED TO TRUE
006830         MOVE "DECLINED" TO RPT-D-OUTCOME
006840         PERFORM 3200-RELEASE-OPENING THRU 3200-EXIT
006850     END-IF.
006860
006870     PERFORM 3300-WRITE-HISTORY-ENTRY THRU 3300-EXIT.
006880     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
006890
006900 3010-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940* 3100-WRITE-NEW-HIRE                                           *
006950*   Sends the accepted candidate to the HRIS/payroll team on    *
006960*   the new-hire interface file, name and age from the          *
006970*   candidate master, and adds the id to the trailer hash.      *
006980*   The offer keeps the batch it went out in.                   *
006990******************************************************************
007000 3100-WRITE-NEW-HIRE.
007010     MOVE SPACES TO NEW-HIRE-RECORD.
007020     MOVE ZERO TO NHR-CAND-AGE.
007030     MOVE OF-CAND-ID (OF-IDX) TO NHR-CAND-ID.
007040     MOVE OF-POSITION (OF-IDX) TO NHR-POSITION.
007050     MOVE OF-OFFER-DATE (OF-IDX) TO NHR-OFFER-DATE.
007060     MOVE OFP-RESPONSE-DATE TO NHR-ACCEPT-DATE.
007070
007080     MOVE OF-CAND-ID (OF-IDX) TO MAST-CAND-ID.
007090     READ CANDIDATE-MASTER-FILE
007100         INVALID KEY
007110             GO TO 3100-WRITE
007120     END-READ.
007130     MOVE MAST-CAND-NAME TO NHR-CAND-NAME.
007140     MOVE MAST-AGE TO NHR-CAND-AGE.
007150
007160 3100-WRITE.
007170     WRITE NEW-HIRE-LINE FROM NEW-HIRE-RECORD.
007180     MOVE WK-HIRE-BATCH-SEQ TO OF-HIRE-BATCH-SEQ (OF-IDX).
007190     PERFORM 3110-HASH-CAND-ID THRU 3110-EXIT.
007200
007210 3100-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250* 3110-HASH-CAND-ID                                             *
007260*   Adds the numeric value of the candidate id's digits to the  *
007270*   running hash total for the trailer, as the ATS file does.   *
007280******************************************************************
007290 3110-HASH-CAND-ID.
007300     MOVE NHR-CAND-ID TO WK-HASH-CAND-ID.
007310     MOVE ZERO TO WK-HASH-VALUE.
007320     PERFORM 3120-HASH-ONE-CHAR THRU 3120-EXIT
007330         VARYING WK-HASH-IDX FROM 1 BY 1
007340         UNTIL WK-HASH-IDX IS GREATER THAN 10.
007350     ADD WK-HASH-VALUE TO WK-HIRE-HASH-TOTAL.
007360
007370 3110-EXIT.
007380     EXIT.
007390
007400 3120-HASH-ONE-CHAR.
007410     MOVE WK-HASH-CHAR (WK-HASH-IDX) TO WK-HASH-DIGIT-X.
007420     IF WK-HASH-DIGIT-X IS NUMERIC
007430         COMPUTE WK-HASH-VALUE =
007440             WK-HASH-VALUE * 10 + WK-HASH-DIGIT
007450     END-IF.
007460
007470 3120-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510* 3200-RELEASE-OPENING                                          *
007520*   INTVRSLT counted the hire against the requisition when it   *
007530*   made the offer.  An offer declined or expired takes that    *
007540*   hire back, and a requisition marked filled by it is open    *
007550*   again.  An offer with no requisition on file changes        *
007560*   nothing.                                                    *
007570******************************************************************
007580 3200-RELEASE-OPENING.
007590     IF OF-POSITION (OF-IDX) IS EQUAL TO SPACES
007600         GO TO 3200-EXIT
007610     END-IF.
007620
007630     MOVE OF-POSITION (OF-IDX) TO REQ-POSITION.
007640     READ REQUISITION-MASTER-FILE
007650         INVALID KEY
007660             GO TO 3200-EXIT
007670     END-READ.
007680
007690     IF REQ-HIRES IS GREATER THAN ZERO
007700         SUBTRACT 1 FROM REQ-HIRES
007710     END-IF.
007720     IF REQ-STATUS-FILLED
007730        AND REQ-HIRES IS LESS THAN REQ-OPENINGS
007740         SET REQ-STATUS-OPEN TO TRUE
007750         ADD 1 TO CT-REQ-REOPENED
007760     END-IF.
007770     MOVE WK-TODAY TO REQ-LAST-CHANGE-DATE.
007780     REWRITE REQUISITION-RECORD
007790         INVALID KEY
007800             DISPLAY "OFFRPROC - REQUISITION REWRITE FAILED "
007810                     "FOR " REQ-POSITION
007820     END-REWRITE.
007830
007840 3200-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880* 3300-WRITE-HISTORY-ENTRY                                      *
007890*   Appends the offer outcome to the audit trail with stage     *
007900*   byte O.  The caller has set the result and the reason; the  *
007910*   age is not on the offer, so it is left zero.               *
007920******************************************************************
007930 3300-WRITE-HISTORY-ENTRY.
007940     MOVE WK-TODAY TO HIST-RUN-DATE.
007950     MOVE WK-RUN-NUMBER TO HIST-RUN-NUMBER.
007960     MOVE OF-CAND-ID (OF-IDX) TO HIST-CAND-ID.
007970     MOVE ZERO TO HIST-AGE.
007980     MOVE OF-POSITION (OF-IDX) TO HIST-POSITION.
007990     SET HIST-STAGE-OFFER TO TRUE.
008000     WRITE HISTORY-LINE FROM HIST-RECORD.
008010
008020 3300-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* 3900-FILL-DETAIL                                              *
008070*   Puts the offer at OF-IDX on the report detail line.         *
008080******************************************************************
008090 3900-FILL-DETAIL.
008100     MOVE OF-CAND-ID (OF-IDX) TO RPT-D-ID.
008110     MOVE OF-POSITION (OF-IDX) TO RPT-D-POSITION.
008120     MOVE OF-OFFER-DATE (OF-IDX) TO RPT-D-OFFER-DATE.
008130     MOVE OF-DEADLINE-DATE (OF-IDX) TO RPT-D-DEADLINE.
008140
008150 3900-EXIT.
008160     EXIT.
008170
008180******************************************************************
008190* 4000-EXPIRE-OFFERS                                            *
008200*   Every offer still open whose deadline is before today has   *
008210*   lapsed - it is marked expired, logged on the audit trail    *
008220*   and its opening given back.  The deadline day itself still  *
008230*   belongs to the candidate.                                   *
008240******************************************************************
008250 4000-EXPIRE-OFFERS.
008260     PERFORM 4010-EXPIRE-ONE-OFFER THRU 4010-EXIT
008270         VARYING OF-IDX FROM 1 BY 1
008280         UNTIL OF-IDX IS GREATER THAN OF-COUNT.
008290
008300 4000-EXIT.
008310     EXIT.
008320
008330 4010-EXPIRE-ONE-OFFER.
008340     IF OF-STATUS (OF-IDX) IS NOT EQUAL TO "O"
008350         GO TO 4010-EXIT
008360     END-IF.
008370     IF OF-DEADLINE-DATE (OF-IDX) IS NOT LESS THAN WK-TODAY
008380         ADD 1 TO CT-OFFERS-OPEN
008390         GO TO 4010-EXIT
008400     END-IF.
008410
008420     MOVE "X" TO OF-STATUS (OF-IDX).
008430     MOVE WK-TODAY TO OF-STATUS-DATE (OF-IDX).
008440     ADD 1 TO CT-EXPIRED.
008450     PERFORM 3200-RELEASE-OPENING THRU 3200-EXIT.
008460
008470     MOVE SPACES TO HIST-RECORD.
008480     SET HIST-RESULT-OFFER-EXPIRED TO TRUE.
008490     MOVE "NO ANSWER BY DEADLINE" TO HIST-REJECT-REASON.
008500     PERFORM 3300-WRITE-HISTORY-ENTRY THRU 3300-EXIT.
008510
008520     MOVE SPACES TO RPT-DETAIL-LINE.
008530     PERFORM 3900-FILL-DETAIL THRU 3900-EXIT.
008540     MOVE "EXPIRED" TO RPT-D-OUTCOME.
008550     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
008560
008570 4010-EXIT.
008580     EXIT.
008590
008600 9000-TERMINATE.
008610     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
008620     MOVE CT-RESPONSES-READ TO RPT-F-READ.
008630     MOVE CT-ACCEPTED TO RPT-F-ACCEPTED.
008640     MOVE CT-DECLINED TO RPT-F-DECLINED.
008650     MOVE CT-EXPIRED TO RPT-F-EXPIRED.
008660     MOVE CT-NO-OFFER TO RPT-F-NO-OFFER.
008670     MOVE CT-ALREADY-SETTLED TO RPT-F-SETTLED.
008680     MOVE CT-PAST-DEADLINE TO RPT-F-PAST-DEADLINE.
008690     MOVE CT-BAD-CODE TO RPT-F-BAD-CODE.
008700     MOVE CT-BAD-DATE TO RPT-F-BAD-DATE.
008710     MOVE CT-OFFERS-OPEN TO RPT-F-OPEN.
008720     MOVE CT-REQ-REOPENED TO RPT-F-REQ-REOPENED.
008730     MOVE WK-HIRE-BATCH-SEQ TO RPT-F-BATCH-SEQ.
008740     WRITE REPORT-LINE FROM RPT-FOOTER-1.
008750     WRITE REPORT-LINE FROM RPT-FOOTER-2.
008760     WRITE REPORT-LINE FROM RPT-FOOTER-3.
008770     WRITE REPORT-LINE FROM RPT-FOOTER-4.
008780     WRITE REPORT-LINE FROM RPT-FOOTER-5.
008790     WRITE REPORT-LINE FROM RPT-FOOTER-6.
008800     WRITE REPORT-LINE FROM RPT-FOOTER-7.
008810     WRITE REPORT-LINE FROM RPT-FOOTER-8.
008820     WRITE REPORT-LINE FROM RPT-FOOTER-9.
008830     WRITE REPORT-LINE FROM RPT-FOOTER-10.
008840     WRITE REPORT-LINE FROM RPT-FOOTER-11.
008850     WRITE REPORT-LINE FROM RPT-FOOTER-12.
008860
008870* One trailer per transmission, even when nobody accepted.
008880     MOVE SPACES TO ATS-TRAILER-RECORD.
008890     MOVE "TRL" TO ATR-RECORD-TYPE.
008900     MOVE CT-ACCEPTED TO ATR-DETAIL-COUNT.
008910     MOVE WK-HIRE-HASH-TOTAL TO ATR-HASH-TOTAL.
008920     WRITE NEW-HIRE-LINE FROM ATS-TRAILER-RECORD.
008930
008940     PERFORM 9100-REWRITE-OFFERS THRU 9100-EXIT.
008950
008960     CLOSE OFFER-REPORT.
008970     CLOSE SCREENING-HISTORY-FILE.
008980     CLOSE CANDIDATE-MASTER-FILE.
008990     CLOSE REQUISITION-MASTER-FILE.
009000     CLOSE NEW-HIRE-FILE.
009010
009020     PERFORM 9200-WRITE-RUN-COMPLETE THRU 9200-EXIT.
009030
009040     IF CT-NO-OFFER IS GREATER THAN ZERO
009050        OR CT-ALREADY-SETTLED IS GREATER THAN ZERO
009060        OR CT-PAST-DEADLINE IS GREATER THAN ZERO
009070        OR CT-BAD-CODE IS GREATER THAN ZERO
009080        OR CT-BAD-DATE IS GREATER THAN ZERO
009090         MOVE 4 TO RETURN-CODE
009100         DISPLAY "OFFRPROC - EXCEPTIONS FOUND, SEE OFFRRPT"
009110     ELSE
009120         DISPLAY "OFFRPROC - EVERY RESPONSE MATCHED AN OFFER"
009130     END-IF.
009140
009150 9000-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190* 9100-REWRITE-OFFERS                                           *
009200*   Rewrites the offer file from OFFER-TABLE with today's       *
009210*   outcomes applied.  Settled offers stay on file - OFFRAGE    *
009220*   counts acceptances by position from them.                   *
009230******************************************************************
009240 9100-REWRITE-OFFERS.
009250     OPEN OUTPUT OFFER-FILE.
009260     IF NOT FS-OFFER-OK
009270         DISPLAY "OFFRPROC - OFFER-FILE REWRITE FAILED, "
009280                 "STATUS = " FS-OFFER-FILE
009290         MOVE 16 TO RETURN-CODE
009300         STOP RUN
009310     END-IF.
009320
009330     PERFORM 9110-WRITE-ONE-OFFER THRU 9110-EXIT
009340         VARYING OF-IDX FROM 1 BY 1
009350         UNTIL OF-IDX IS GREATER THAN OF-COUNT.
009360     CLOSE OFFER-FILE.
009370
009380 9100-EXIT.
009390     EXIT.
009400
009410 9110-WRITE-ONE-OFFER.
009420     MOVE SPACES TO OFFER-RECORD.
009430     MOVE OF-CAND-ID (OF-IDX) TO OFR-CAND-ID.
009440     MOVE OF-POSITION (OF-IDX) TO OFR-POSITION.
009450     MOVE OF-OFFER-DATE (OF-IDX) TO OFR-OFFER-DATE.
009460     MOVE OF-DEADLINE-DATE (OF-IDX) TO OFR-DEADLINE-DATE.
009470     MOVE OF-STATUS (OF-IDX) TO OFR-STATUS.
009480     MOVE OF-STATUS-DATE (OF-IDX) TO OFR-STATUS-DATE-X.
009490     MOVE OF-HIRE-BATCH-SEQ (OF-IDX) TO OFR-HIRE-BATCH-SEQ-X.
009500     WRITE OFFER-RECORD.
009510
009520 9110-EXIT.
009530     EXIT.
009540
009550******************************************************************
009560* 9200-WRITE-RUN-COMPLETE                                       *
009570*   Records how this run came out, once everything it posts is  *
009580*   written.  The exception counts ride in the reject count and *
009590*   the expiries in the dupl count - the nearest things this    *
009600*   run has to those outcomes.                                  *
009610******************************************************************
009620 9200-WRITE-RUN-COMPLETE.
009630     OPEN EXTEND RUN-CONTROL-FILE.
009640     IF NOT FS-RUNCTL-OK
009650         CLOSE RUN-CONTROL-FILE
009660         OPEN OUTPUT RUN-CONTROL-FILE
009670     END-IF.
009680     MOVE SPACES TO RUNCTL-RECORD.
009690     MOVE WK-RUN-NUMBER TO RUN-NUMBER.
009700     SET RUN-COMPLETED TO TRUE.
009710     SET RUN-TYPE-OFFERS TO TRUE.
009720     MOVE WK-TODAY TO RUN-EXTRACT-DATE.
009730     MOVE WK-TODAY TO RUN-EVENT-DATE.
009740     MOVE CT-RESPONSES-READ TO RUN-READ-COUNT.
009750     MOVE CT-ACCEPTED TO RUN-PASS-COUNT.
009760     MOVE CT-DECLINED TO RUN-FAIL-COUNT.
009770     COMPUTE RUN-REJECT-COUNT = CT-NO-OFFER + CT-ALREADY-SETTLED
009780         + CT-PAST-DEADLINE + CT-BAD-CODE + CT-BAD-DATE.
009790     MOVE CT-EXPIRED TO RUN-DUPL-COUNT.
009800     WRITE RUNCTL-RECORD.
009810     CLOSE RUN-CONTROL-FILE.
009820
009830 9200-EXIT.
009840     EXIT.
009850
009860 END PROGRAM OFFRPROC.

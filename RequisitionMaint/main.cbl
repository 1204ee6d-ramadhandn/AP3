000010******************************************************************
000020* Author: Ramadhan
000030* Installation: HR Recruiting Systems
000040* Date-Written: 09/07/2026
000050* Date-Compiled.
000060* Purpose: Memelihara master lowongan (REQMAST) - membaca berkas
000070*          transaksi dari HR (REQTRAN: tambah atau ubah satu
000080*          lowongan per baris), memeriksa setiap transaksi,
000090*          menulis atau memperbarui rekord lowongan, dan
000100*          mencetak daftar hasil per transaksi.  Sampai sekarang
000110*          daftar lowongan hanya hidup di spreadsheet HR, jadi
000120*          rantai screening tidak tahu lowongan mana yang masih
000130*          dibuka, ditahan, sudah terisi, atau sudah ditutup.
000140* Tectonics: cobc
000150******************************************************************
000160* Modification History:
000170*   09/07/2026  RD  Original program.  An add must be for a new
000180*                   position code, with a title and at least
000190*                   one opening, and starts open (or on hold)
000200*                   with no hires.  A change overlays only the
000210*                   fields keyed on the transaction; openings
000220*                   may never drop below the hires already
000230*                   counted, and a requisition cannot be
000240*                   reopened with no openings left.  Status
000250*                   follows the count - open with every opening
000260*                   taken becomes filled, filled with openings
000270*                   added becomes open again.  Every rejected
000280*                   transaction gets its own reason on the
000290*                   report and condition code 4.
000300******************************************************************
000310
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. REQMAINT.
000340 AUTHOR. RAMADHAN.
000350 INSTALLATION. HR-RECRUITING.
000360 DATE-WRITTEN. 09/07/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT REQUISITION-TRAN-FILE ASSIGN TO "REQTRAN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-REQUISITION-TRAN.
000450
000460     SELECT REQUISITION-MASTER-FILE ASSIGN TO "REQMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS REQ-POSITION
000500         FILE STATUS IS FS-REQUISITION-MASTER.
000510
000520     SELECT MAINTENANCE-REPORT ASSIGN TO "REQMRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-MAINTENANCE-REPORT.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  REQUISITION-TRAN-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  REQUISITION-TRAN-RECORD.
000610     05  RQT-ACTION                   PIC X(01).
000620         88  RQT-ADD                      VALUE "A".
000630         88  RQT-CHANGE                   VALUE "C".
000640     05  RQT-POSITION                 PIC X(08).
000650     05  RQT-TITLE                    PIC X(30).
000660     05  RQT-HIRING-MANAGER           PIC X(20).
000670     05  RQT-OPENINGS                 PIC 9(03).
000680     05  RQT-OPENINGS-X REDEFINES RQT-OPENINGS
000690                                      PIC X(03).
000700     05  RQT-STATUS                   PIC X(01).
000710     05  FILLER                       PIC X(17).
000720
000730 FD  REQUISITION-MASTER-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY REQREC.
000760
000770 FD  MAINTENANCE-REPORT
000780     LABEL RECORDS ARE STANDARD.
000790 01  REPORT-LINE                      PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820
000830 01  FS-REQUISITION-TRAN              PIC X(02).
000840     88  FS-REQUISITION-TRAN-OK           VALUE "00".
000850 01  FS-REQUISITION-MASTER            PIC X(02).
000860     88  FS-REQUISITION-OK                VALUE "00".
000870     88  FS-REQUISITION-NOT-FOUND         VALUE "35".
000880 01  FS-MAINTENANCE-REPORT            PIC X(02).
000890     88  FS-MAINTENANCE-REPORT-OK         VALUE "00".
000900
000910 01  SW-TRAN-EOF                      PIC X(01)   VALUE "N".
000920     88  TRAN-EOF                         VALUE "Y".
000930 01  SW-REQUISITION-FOUND             PIC X(01)   VALUE "N".
000940     88  REQUISITION-FOUND                VALUE "Y".
000950     88  REQUISITION-NOT-FOUND            VALUE "N".
000960
000970 01  CT-TRAN-READ                PIC 9(07) COMP VALUE ZERO.
000980 01  CT-ADDED                     PIC 9(07) COMP VALUE ZERO.
000990 01  CT-CHANGED                   PIC 9(07) COMP VALUE ZERO.
001000 01  CT-REJECTED                  PIC 9(07) COMP VALUE ZERO.
001010
001020 01  WK-TODAY                         PIC 9(08).
001030 01  WK-DISPOSITION                   PIC X(30).
001040
001050* The openings and status a change would leave on the record -
001060* proved against the hires already counted before anything is
001070* rewritten.
001080 01  WK-NEW-OPENINGS                  PIC 9(03).
001090 01  WK-NEW-STATUS                    PIC X(01).
001100     88  WK-NEW-STATUS-OPEN               VALUE "O".
001110     88  WK-NEW-STATUS-FILLED             VALUE "F".
001120     88  WK-NEW-STATUS-VALID              VALUE "O" "H" "F" "C".
001130
001140 01  RPT-HEADING-1.
001150     05  FILLER                       PIC X(32)
001160             VALUE "REQUISITION MAINTENANCE REPORT -".
001170     05  FILLER                       PIC X(01)   VALUE SPACE.
001180     05  RPT-H-DATE                   PIC 9(08).
001190     05  FILLER                       PIC X(39)   VALUE SPACES.
001200
001210 01  RPT-HEADING-2.
001220     05  FILLER                       PIC X(08)   VALUE "ACTION".
001230     05  FILLER                       PIC X(10)
001240       VALUE "POSITION".
001250     05  FILLER                       PIC X(05)   VALUE "OPEN".
001260     05  FILLER                       PIC X(05)   VALUE "HIRE".
001270     05  FILLER                       PIC X(04)   VALUE "ST".
001280     05  FILLER                       PIC X(48)   VALUE "RESULT".
001290
001300 01  RPT-DETAIL-LINE.
001310     05  RPT-D-ACTION                 PIC X(08).
001320     05  RPT-D-POSITION               PIC X(10).
001330     05  RPT-D-OPENINGS               PIC ZZ9.
001340     05  FILLER                       PIC X(02).
001350     05  RPT-D-HIRES                  PIC ZZ9.
001360     05  FILLER                       PIC X(02).
001370     05  RPT-D-STATUS                 PIC X(01).
001380     05  FILLER                       PIC X(03).
001390     05  RPT-D-RESULT                 PIC X(30).
001400     05  FILLER                       PIC X(18).
001410
001420 01  RPT-BLANK-LINE                   PIC X(80)   VALUE SPACES.
001430
001440 01  RPT-FOOTER-1.
001450     05  FILLER                       PIC X(24)
001460             VALUE "TRANSACTIONS READ . . .".
001470     05  RPT-F-READ                   PIC ZZZ,ZZ9.
001480
001490 01  RPT-FOOTER-2.
001500     05  FILLER                       PIC X(24)
001510             VALUE "REQUISITIONS ADDED  . .".
001520     05  RPT-F-ADDED                  PIC ZZZ,ZZ9.
001530
001540 01  RPT-FOOTER-3.
001550     05  FILLER                       PIC X(24)
001560             VALUE "REQUISITIONS CHANGED . ".
001570     05  RPT-F-CHANGED                PIC ZZZ,ZZ9.
001580
001590 01  RPT-FOOTER-4.
001600     05  FILLER                       PIC X(24)
001610             VALUE "TRANSACTIONS REJECTED .".
001620     05  RPT-F-REJECTED               PIC ZZZ,ZZ9.
001630
001640 PROCEDURE DIVISION.
001650
001660******************************************************************
001670* 0000-MAINLINE                                                 *
001680******************************************************************
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
001720         UNTIL TRAN-EOF.
001730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001740     STOP RUN.
001750
001760 1000-INITIALIZE.
001770     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
001780
001790     OPEN INPUT REQUISITION-TRAN-FILE.
001800     IF NOT FS-REQUISITION-TRAN-OK
001810         DISPLAY "REQMAINT - REQUISITION-TRAN-FILE OPEN FAILED, "
001820                 "STATUS = " FS-REQUISITION-TRAN
001830         MOVE 16 TO RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860
001870* The first run finds no master yet - it is created empty and
001880* reopened for update, the same as the candidate master.
001890     OPEN I-O REQUISITION-MASTER-FILE.
001900     IF FS-REQUISITION-NOT-FOUND
001910         OPEN OUTPUT REQUISITION-MASTER-FILE
001920         CLOSE REQUISITION-MASTER-FILE
001930         OPEN I-O REQUISITION-MASTER-FILE
001940     END-IF.
001950     IF NOT FS-REQUISITION-OK
001960         DISPLAY "REQMAINT - REQUISITION-MASTER-FILE OPEN "
001970                 "FAILED, STATUS = " FS-REQUISITION-MASTER
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010
002020     OPEN OUTPUT MAINTENANCE-REPORT.
002030     IF NOT FS-MAINTENANCE-REPORT-OK
002040         DISPLAY "REQMAINT - MAINTENANCE-REPORT OPEN FAILED, "
002050                 "STATUS = " FS-MAINTENANCE-REPORT
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090
002100     MOVE WK-TODAY TO RPT-H-DATE.
002110     WRITE REPORT-LINE FROM RPT-HEADING-1.
002120     WRITE REPORT-LINE FROM RPT-HEADING-2.
002130
002140 1000-EXIT.
002150     EXIT.
002160
002170 2000-PROCESS-TRANSACTIONS.
002180     READ REQUISITION-TRAN-FILE
002190         AT END
002200             SET TRAN-EOF TO TRUE
002210             GO TO 2000-EXIT
002220     END-READ.
002230     ADD 1 TO CT-TRAN-READ.
002240
002250     MOVE SPACES TO WK-DISPOSITION.
002260     SET REQUISITION-NOT-FOUND TO TRUE.
002270
002280     IF RQT-ADD
002290         PERFORM 2100-ADD-REQUISITION THRU 2100-EXIT
002300     ELSE
002310     IF RQT-CHANGE
002320         PERFORM 2200-CHANGE-REQUISITION THRU 2200-EXIT
002330     ELSE
002340         MOVE "BAD ACTION CODE" TO WK-DISPOSITION
002350         ADD 1 TO CT-REJECTED
002360     END-IF
002370     END-IF.
002380
002390     PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT.
002400
002410 2000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* 2100-ADD-REQUISITION                                          *
002460*   A new requisition: the position code must not already be    *
002470*   on file, the title must be keyed, and there must be at      *
002480*   least one opening.  Status defaults to open; only open or   *
002490*   on hold make sense for a job with nobody hired yet.         *
002500******************************************************************
002510 2100-ADD-REQUISITION.
002520     MOVE RQT-POSITION TO REQ-POSITION.
002530     READ REQUISITION-MASTER-FILE
002540         INVALID KEY
002550             CONTINUE
002560         NOT INVALID KEY
002570             SET REQUISITION-FOUND TO TRUE
002580     END-READ.
002590
002600     IF REQUISITION-FOUND
002610         MOVE "ALREADY ON FILE" TO WK-DISPOSITION
002620         GO TO 2100-REJECT
002630     END-IF.
002640
002650     IF RQT-POSITION IS EQUAL TO SPACES
002660         MOVE "POSITION CODE MISSING" TO WK-DISPOSITION
002670         GO TO 2100-REJECT
002680     END-IF.
002690
002700     IF RQT-TITLE IS EQUAL TO SPACES
002710         MOVE "TITLE MISSING" TO WK-DISPOSITION
002720         GO TO 2100-REJECT
002730     END-IF.
002740
002750     IF RQT-OPENINGS-X IS NOT NUMERIC
002760        OR RQT-OPENINGS IS EQUAL TO ZERO
002770         MOVE "BAD OPENINGS" TO WK-DISPOSITION
002780         GO TO 2100-REJECT
002790     END-IF.
002800
002810     MOVE RQT-STATUS TO WK-NEW-STATUS.
002820     IF WK-NEW-STATUS IS EQUAL TO SPACE
002830         SET WK-NEW-STATUS-OPEN TO TRUE
002840     END-IF.
002850     IF WK-NEW-STATUS IS NOT EQUAL TO "O"
002860        AND WK-NEW-STATUS IS NOT EQUAL TO "H"
002870         MOVE "BAD STATUS FOR A NEW REQ" TO WK-DISPOSITION
002880         GO TO 2100-REJECT
002890     END-IF.
002900
002910     MOVE SPACES TO REQUISITION-RECORD.
002920     MOVE RQT-POSITION TO REQ-POSITION.
002930     MOVE RQT-TITLE TO REQ-TITLE.
002940     MOVE RQT-HIRING-MANAGER TO REQ-HIRING-MANAGER.
002950     MOVE RQT-OPENINGS TO REQ-OPENINGS.
002960     MOVE ZERO TO REQ-HIRES.
002970     MOVE WK-NEW-STATUS TO REQ-STATUS.
002980     MOVE WK-TODAY TO REQ-LAST-CHANGE-DATE.
002990     WRITE REQUISITION-RECORD
003000         INVALID KEY
003010             MOVE "ALREADY ON FILE" TO WK-DISPOSITION
003020             GO TO 2100-REJECT
003030     END-WRITE.
003040
003050     SET REQUISITION-FOUND TO TRUE.
003060     MOVE "ADDED" TO WK-DISPOSITION.
003070     ADD 1 TO CT-ADDED.
003080     GO TO 2100-EXIT.
003090
003100 2100-REJECT.
003110     SET REQUISITION-NOT-FOUND TO TRUE.
003120     ADD 1 TO CT-REJECTED.
003130
003140 2100-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 2200-CHANGE-REQUISITION                                       *
003190*   Overlays only the fields keyed on the transaction - a       *
003200*   blank title, manager, openings or status leaves the old     *
003210*   value.  Openings can never drop below the hires already     *
003220*   counted, and a requisition cannot be set open with every    *
003230*   opening taken.  Status then follows the count: open with    *
003240*   no openings left becomes filled, and filled with openings   *
003250*   added (no status keyed) becomes open again.                 *
003260******************************************************************
003270 2200-CHANGE-REQUISITION.
003280     MOVE RQT-POSITION TO REQ-POSITION.
003290     READ REQUISITION-MASTER-FILE
003300         INVALID KEY
003310             MOVE "NOT ON FILE" TO WK-DISPOSITION
003320             ADD 1 TO CT-REJECTED
003330             GO TO 2200-EXIT
003340     END-READ.
003350     SET REQUISITION-FOUND TO TRUE.
003360
003370     MOVE REQ-OPENINGS TO WK-NEW-OPENINGS.
003380     MOVE REQ-STATUS TO WK-NEW-STATUS.
003390
003400     IF RQT-OPENINGS-X IS NOT EQUAL TO SPACES
003410         IF RQT-OPENINGS-X IS NOT NUMERIC
003420            OR RQT-OPENINGS IS EQUAL TO ZERO
003430             MOVE "BAD OPENINGS" TO WK-DISPOSITION
003440             GO TO 2200-REJECT
003450         END-IF
003460         MOVE RQT-OPENINGS TO WK-NEW-OPENINGS
003470     END-IF.
003480
003490     IF RQT-STATUS IS NOT EQUAL TO SPACE
003500         MOVE RQT-STATUS TO WK-NEW-STATUS
003510         IF NOT WK-NEW-STATUS-VALID
003520             MOVE "BAD STATUS" TO WK-DISPOSITION
003530             GO TO 2200-REJECT
003540         END-IF
003550     END-IF.
003560
003570     IF WK-NEW-OPENINGS IS LESS THAN REQ-HIRES
003580         MOVE "OPENINGS BELOW HIRES" TO WK-DISPOSITION
003590         GO TO 2200-REJECT
003600     END-IF.
003610
003620     IF RQT-STATUS IS EQUAL TO "O"
003630        AND REQ-HIRES IS NOT LESS THAN WK-NEW-OPENINGS
003640         MOVE "NO OPENINGS LEFT TO REOPEN" TO WK-DISPOSITION
003650         GO TO 2200-REJECT
003660     END-IF.
003670
003680     IF WK-NEW-STATUS-OPEN
003690        AND REQ-HIRES IS NOT LESS THAN WK-NEW-OPENINGS
003700         SET WK-NEW-STATUS-FILLED TO TRUE
003710     END-IF.
003720     IF RQT-STATUS IS EQUAL TO SPACE
003730        AND WK-NEW-STATUS-FILLED
003740        AND WK-NEW-OPENINGS IS GREATER THAN REQ-HIRES
003750         SET WK-NEW-STATUS-OPEN TO TRUE
003760     END-IF.
003770
003780     IF RQT-TITLE IS NOT EQUAL TO SPACES
003790         MOVE RQT-TITLE TO REQ-TITLE
003800     END-IF.
003810     IF RQT-HIRING-MANAGER IS NOT EQUAL TO SPACES
003820         MOVE RQT-HIRING-MANAGER TO REQ-HIRING-MANAGER
003830     END-IF.
003840     MOVE WK-NEW-OPENINGS TO REQ-OPENINGS.
003850     MOVE WK-NEW-STATUS TO REQ-STATUS.
003860     MOVE WK-TODAY TO REQ-LAST-CHANGE-DATE.
003870     REWRITE REQUISITION-RECORD
003880         INVALID KEY
003890             MOVE "REWRITE FAILED" TO WK-DISPOSITION
003900             GO TO 2200-REJECT
003910     END-REWRITE.
003920
003930     MOVE "CHANGED" TO WK-DISPOSITION.
003940     ADD 1 TO CT-CHANGED.
003950     GO TO 2200-EXIT.
003960
003970 2200-REJECT.
003980     ADD 1 TO CT-REJECTED.
003990
004000 2200-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040* 2400-WRITE-REPORT-LINE                                        *
004050*   One line per transaction.  The counts and status shown are  *
004060*   the record as it now stands on file - for a rejected        *
004070*   change, the record left untouched.                          *
004080******************************************************************
004090 2400-WRITE-REPORT-LINE.
004100     MOVE SPACES TO RPT-DETAIL-LINE.
004110     IF RQT-ADD
004120         MOVE "ADD" TO RPT-D-ACTION
004130     ELSE
004140     IF RQT-CHANGE
004150         MOVE "CHANGE" TO RPT-D-ACTION
004160     ELSE
004170         MOVE RQT-ACTION TO RPT-D-ACTION
004180     END-IF
004190     END-IF.
004200     MOVE RQT-POSITION TO RPT-D-POSITION.
004210     IF REQUISITION-FOUND
004220         MOVE REQ-OPENINGS TO RPT-D-OPENINGS
004230         MOVE REQ-HIRES TO RPT-D-HIRES
004240         MOVE REQ-STATUS TO RPT-D-STATUS
004250     END-IF.
004260     MOVE WK-DISPOSITION TO RPT-D-RESULT.
004270     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
004280
004290 2400-EXIT.
004300     EXIT.
004310
004320 9000-TERMINATE.
004330     WRITE REPORT-LINE FROM RPT-BLANK-LINE.
004340     MOVE CT-TRAN-READ TO RPT-F-READ.
004350     MOVE CT-ADDED TO RPT-F-ADDED.
004360     MOVE CT-CHANGED TO RPT-F-CHANGED.
004370     MOVE CT-REJECTED TO RPT-F-REJECTED.
004380     WRITE REPORT-LINE FROM RPT-FOOTER-1.
004390     WRITE REPORT-LINE FROM RPT-FOOTER-2.
004400     WRITE REPORT-LINE FROM RPT-FOOTER-3.
004410     WRITE REPORT-LINE FROM RPT-FOOTER-4.
004420
004430     CLOSE REQUISITION-TRAN-FILE.
004440     CLOSE REQUISITION-MASTER-FILE.
004450     CLOSE MAINTENANCE-REPORT.
004460
004470     IF CT-REJECTED IS GREATER THAN ZERO
004480         MOVE 4 TO RETURN-CODE
004490         DISPLAY "REQMAINT - TRANSACTIONS REJECTED, SEE REQMRPT"
004500     ELSE
004510         DISPLAY "REQMAINT - REQUISITION MAINTENANCE COMPLETE"
004520     END-IF.
004530
004540 9000-EXIT.
004550     EXIT.
004560
004570 END PROGRAM REQMAINT.

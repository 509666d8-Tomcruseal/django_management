000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GRADBOUT.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  ACADEMIC RECORDS - NIGHT BATCH.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RH  ORIGINAL PROGRAM - BACKS ONE GRADPOST RUN OUT OF
000110*              FILEHIST FROM THE FILEPJRN POSTING JOURNAL, SO A
000120*              BAD NIGHT (WRONG TERM ON FILETMPM, WRONG EXTRACT)
000130*              NO LONGER MEANS RESTORING THE WHOLE INDEXED FILE
000140*              AND LOSING EVERY NIGHT SINCE. THE RUN IS NAMED ON
000150*              THE FILEBOPM PARM CARD BY RUN DATE AND TERM (AND
000160*              RUN TIME WHEN THE TERM WAS POSTED MORE THAN ONCE
000170*              THAT DAY -- GRADPOST DISPLAYS ITS RUN STAMP).
000180*              EVERY ROW THE RUN ADDED IS DELETED AND EVERY ROW
000190*              IT REPLACED IS PUT BACK FROM THE BEFORE IMAGE --
000200*              BUT ONLY WHILE THE ROW STILL HOLDS WHAT THE RUN
000210*              POSTED. A ROW CHANGED SINCE (GRADCHG, GRADLAPS,
000220*              A LATER RUN) IS LEFT ALONE AND REPORTED AS A
000230*              CONFLICT FOR THE REGISTRAR, RETURN-CODE 8. A ROW
000240*              ALREADY BACKED OUT IS REPORTED AND SKIPPED, SO A
000245*              RERUN IS SAFE. A COMPENSATING ROW (TERM, DELETED
000250*              AND RESTORED COUNTS, DATE) IS APPENDED TO THE
000255*              BACK-OUT CONTROL FILE FILEBCTL, WHICH GRADVRFY
000260*              SUBTRACTS FROM THE FILEPCTL POSTED TOTALS, SO THE
000265*              PER-TERM CHECK STILL BALANCES. FILEBCTL HAS THE
000270*              SAME 26-BYTE LAYOUT AS FILEPCTL; FILEPCTL ITSELF
000275*              IS NOT TOUCHED. EVERY JOURNAL ROW OF THE RUN IS
000280*              SHOWN ON THE FILEBORP REPORT WITH WHAT WAS DONE.
000290*----------------------------------------------------------------
000300* PARM CARD (FILEBOPM): BP1 RUN DATE (YYYYMMDD), BP2 TERM
000310*   (YYYYTT), BP3 RUN TIME (HHMMSS, ZERO OR BLANK WHEN THE TERM
000320*   WAS POSTED ONLY ONCE THAT DAY). NO DEFAULTS.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-FILE ASSIGN TO FILEBOPM
000380         FILE STATUS IS BO1-PARM-STATUS.
000390     SELECT JRNL-FILE ASSIGN TO FILEPJRN
000400         FILE STATUS IS BO1-JRNL-STATUS.
000410     SELECT HIST-FILE ASSIGN TO FILEHIST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS H1
000450         FILE STATUS IS BO1-HIST-STATUS.
000460     SELECT BCTL-FILE ASSIGN TO FILEBCTL
000470         FILE STATUS IS BO1-BCTL-STATUS.
000480     SELECT REPORT-FILE ASSIGN TO FILEBORP.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PARM-FILE LABEL RECORD IS STANDARD.
000520 01  PARM-RECORD.
000530     02  BP1 PIC 9(08).
000540     02  BP2 PIC 9(06).
000550     02  BP3 PIC 9(06).
000560     02  FILLER PIC X(60).
000570 FD  JRNL-FILE LABEL RECORD IS STANDARD.
000580 01  JRNL-RECORD.
000590     02  PJ1 PIC 9(08).
000600     02  PJ2 PIC 9(06).
000610     02  PJ3 PIC 9(06).
000620     02  PJ4 PIC X(01).
000630     02  PJ5 PIC X(41).
000640     02  PJ6 PIC X(41).
000650     02  FILLER PIC X(07).
000660 FD  HIST-FILE.
000670 01  HIST-RECORD.
000680     02  H1.
000690         03  H1-ID PIC 9(6).
000700         03  H1-TERM PIC 9(6).
000710         03  H1-SECT PIC 99.
000720     02  H2 PIC X(12).
000730     02  H3 PIC 99V99.
000740     02  H4 PIC X(01).
000750     02  H5 PIC 9(08).
000760     02  H6 PIC 9(02).
000771 FD  BCTL-FILE LABEL RECORD IS STANDARD.
000782 01  BCTL-RECORD.
000793     02  BC1 PIC 9(06).
000804     02  BC2 PIC 9(06).
000815     02  BC3 PIC 9(06).
000826     02  BC4 PIC 9(08).
000840 FD  REPORT-FILE LABEL RECORD IS OMITTED.
000850 01  REPORT-LINE PIC X(100).
000860 WORKING-STORAGE SECTION.
000870 77  BO1-EOF-SW PIC X VALUE 'N'.
000880     88  BO1-EOF-YES VALUE 'Y'.
000890     88  BO1-EOF-NO  VALUE 'N'.
000900 77  BO1-FOUND-SW PIC X VALUE 'N'.
000910     88  BO1-FOUND-YES VALUE 'Y'.
000920     88  BO1-FOUND-NO  VALUE 'N'.
000930 77  BO1-PARM-STATUS PIC XX VALUE SPACES.
000940 77  BO1-JRNL-STATUS PIC XX VALUE SPACES.
000950 77  BO1-HIST-STATUS PIC XX VALUE SPACES.
000960 77  BO1-BCTL-STATUS PIC XX VALUE SPACES.
000970 77  BO1-RUN-DATE PIC 9(08) VALUE 0.
000980 77  BO1-BACK-DATE PIC 9(08) VALUE 0.
000990 77  BO1-BACK-TERM PIC 9(06) VALUE 0.
001000 77  BO1-BACK-TIME PIC 9(06) VALUE 0.
001010 77  BO1-TIME-COUNT PIC 99 COMP VALUE 0.
001020 77  BO1-TIME-MAX PIC 99 COMP VALUE 20.
001030 77  BO1-IX PIC 99 COMP VALUE 0.
001040 77  BO1-JRNL-COUNT PIC 9(6) VALUE 0.
001050 77  BO1-DELETED-COUNT PIC 9(6) VALUE 0.
001060 77  BO1-RESTORED-COUNT PIC 9(6) VALUE 0.
001070 77  BO1-DONE-COUNT PIC 9(6) VALUE 0.
001080 77  BO1-CONFLICT-COUNT PIC 9(6) VALUE 0.
001090 77  BO1-DISP PIC X(30) VALUE SPACES.
001100 01  BO1-TIME-TABLE.
001110     02  BO1-TM-TIME PIC 9(06) OCCURS 20 TIMES.
001120*----------------------------------------------------------------
001130* THE JOURNAL IMAGES VIEWED AS HISTORY ROWS FOR THE REPORT.
001140*----------------------------------------------------------------
001150 01  BO1-POSTED-ROW.
001160     02  BO1-PR-ID PIC 9(6).
001170     02  BO1-PR-TERM PIC 9(6).
001180     02  BO1-PR-SECT PIC 99.
001190     02  BO1-PR-NAME PIC X(12).
001200     02  BO1-PR-AVG PIC 99V99.
001210     02  BO1-PR-GRADE PIC X(01).
001220     02  BO1-PR-DATE PIC 9(08).
001230     02  BO1-PR-HOURS PIC 9(02).
001240 01  BO1-BEFORE-ROW.
001250     02  FILLER PIC X(26).
001260     02  BO1-BR-AVG PIC 99V99.
001270     02  BO1-BR-GRADE PIC X(01).
001280     02  FILLER PIC X(08).
001290     02  BO1-BR-HOURS PIC 9(02).
001300 01  BO1-HEAD-LINE.
001310     02  FILLER PIC X(40) VALUE
001320         'ACADEMIC RECORDS - POSTING BACK-OUT     '.
001330     02  FILLER PIC X(09) VALUE 'RUN DATE '.
001340     02  BO1-HD-DATE PIC 9(08).
001350     02  FILLER PIC X(43) VALUE SPACES.
001360 01  BO1-RUN-LINE.
001370     02  FILLER PIC X(24) VALUE 'BACKING OUT GRADPOST RUN'.
001380     02  FILLER PIC X(01) VALUE SPACE.
001390     02  BO1-RL-DATE PIC 9(08).
001400     02  FILLER PIC X(01) VALUE SPACE.
001410     02  BO1-RL-TIME PIC 9(06).
001420     02  FILLER PIC X(07) VALUE '  TERM '.
001430     02  BO1-RL-TERM PIC 9(06).
001440     02  FILLER PIC X(47) VALUE SPACES.
001450 01  BO1-COL-LINE.
001460     02  FILLER PIC X(20) VALUE 'ACT  ID      SECT  N'.
001470     02  FILLER PIC X(20) VALUE 'AME          POSTED '.
001480     02  FILLER PIC X(20) VALUE '     PUT BACK       '.
001490     02  FILLER PIC X(20) VALUE 'DISPOSITION         '.
001500     02  FILLER PIC X(20) VALUE SPACES.
001510 01  BO1-DETAIL-LINE.
001520     02  FILLER PIC X(01) VALUE SPACE.
001530     02  BO1-DET-ACT PIC X(01).
001540     02  FILLER PIC X(03) VALUE SPACES.
001550     02  BO1-DET-ID PIC 9(06).
001560     02  FILLER PIC X(03) VALUE SPACES.
001570     02  BO1-DET-SECT PIC 99.
001580     02  FILLER PIC X(03) VALUE SPACES.
001590     02  BO1-DET-NAME PIC X(12).
001600     02  FILLER PIC X(02) VALUE SPACES.
001610     02  BO1-DET-P-AVG PIC 99.99.
001620     02  FILLER PIC X(01) VALUE SPACE.
001630     02  BO1-DET-P-GRADE PIC X(01).
001640     02  FILLER PIC X(04) VALUE SPACES.
001650     02  BO1-DET-B-AREA.
001660         03  BO1-DET-B-AVG PIC 99.99.
001670         03  FILLER PIC X(01).
001680         03  BO1-DET-B-GRADE PIC X(01).
001690     02  BO1-DET-B-TEXT REDEFINES BO1-DET-B-AREA PIC X(07).
001700     02  FILLER PIC X(06) VALUE SPACES.
001710     02  BO1-DET-DISP PIC X(30).
001720     02  FILLER PIC X(15) VALUE SPACES.
001730 01  BO1-COUNT-LINE.
001740     02  BO1-CT-LABEL PIC X(36).
001750     02  BO1-CT-COUNT PIC ZZZ,ZZ9.
001760     02  FILLER PIC X(57) VALUE SPACES.
001770 PROCEDURE DIVISION.
001780 0000-MAINLINE.
001790     ACCEPT BO1-RUN-DATE FROM DATE YYYYMMDD.
001800     PERFORM F THRU F-EXIT.
001810     IF BO1-BACK-DATE = 0 OR BO1-BACK-TERM = 0
001820         DISPLAY 'GRADBOUT - NO RUN DATE AND TERM ON FILEBOPM - '
001830             'NOTHING BACKED OUT'
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
001870     PERFORM A THRU A-EXIT.
001880     IF BO1-TIME-COUNT = 0
001890         DISPLAY 'GRADBOUT - NO FILEPJRN ROWS FOR RUN '
001900             BO1-BACK-DATE ' TERM ' BO1-BACK-TERM
001910             ' - NOTHING BACKED OUT'
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950     IF BO1-TIME-COUNT > 1
001960         DISPLAY 'GRADBOUT - TERM ' BO1-BACK-TERM
001970             ' WAS POSTED MORE THAN ONCE ON ' BO1-BACK-DATE
001980             ' - PUT THE RUN TIME ON FILEBOPM. RUN TIMES:'
001990         PERFORM A3 THRU A3-EXIT
002000             VARYING BO1-IX FROM 1 BY 1
002010             UNTIL BO1-IX > BO1-TIME-COUNT
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050     MOVE BO1-TM-TIME (1) TO BO1-BACK-TIME.
002060     OPEN I-O HIST-FILE.
002070     IF BO1-HIST-STATUS NOT = '00'
002080         DISPLAY 'GRADBOUT - FILEHIST DID NOT OPEN, STATUS '
002090             BO1-HIST-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     OPEN OUTPUT REPORT-FILE.
002140     MOVE BO1-RUN-DATE TO BO1-HD-DATE.
002150     WRITE REPORT-LINE FROM BO1-HEAD-LINE
002160         AFTER ADVANCING PAGE.
002170     MOVE BO1-BACK-DATE TO BO1-RL-DATE.
002180     MOVE BO1-BACK-TIME TO BO1-RL-TIME.
002190     MOVE BO1-BACK-TERM TO BO1-RL-TERM.
002200     WRITE REPORT-LINE FROM BO1-RUN-LINE
002210         AFTER ADVANCING 2 LINES.
002220     WRITE REPORT-LINE FROM BO1-COL-LINE
002230         AFTER ADVANCING 2 LINES.
002240     MOVE SPACES TO REPORT-LINE.
002250     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002260     OPEN INPUT JRNL-FILE.
002270     SET BO1-EOF-NO TO TRUE.
002280     PERFORM B THRU B-EXIT UNTIL BO1-EOF-YES.
002290     CLOSE JRNL-FILE.
002300     CLOSE HIST-FILE.
002310     IF BO1-DELETED-COUNT > 0 OR BO1-RESTORED-COUNT > 0
002320         PERFORM P THRU P-EXIT
002330     END-IF.
002340     MOVE 'JOURNAL ROWS FOR THE RUN' TO BO1-CT-LABEL.
002350     MOVE BO1-JRNL-COUNT TO BO1-CT-COUNT.
002360     WRITE REPORT-LINE FROM BO1-COUNT-LINE
002370         AFTER ADVANCING 2 LINES.
002380     MOVE 'ADDED ROWS DELETED' TO BO1-CT-LABEL.
002390     MOVE BO1-DELETED-COUNT TO BO1-CT-COUNT.
002400     WRITE REPORT-LINE FROM BO1-COUNT-LINE
002410         AFTER ADVANCING 1 LINE.
002420     MOVE 'REPLACED ROWS RESTORED' TO BO1-CT-LABEL.
002430     MOVE BO1-RESTORED-COUNT TO BO1-CT-COUNT.
002440     WRITE REPORT-LINE FROM BO1-COUNT-LINE
002450         AFTER ADVANCING 1 LINE.
002460     MOVE 'ALREADY BACKED OUT - SKIPPED' TO BO1-CT-LABEL.
002470     MOVE BO1-DONE-COUNT TO BO1-CT-COUNT.
002480     WRITE REPORT-LINE FROM BO1-COUNT-LINE
002490         AFTER ADVANCING 1 LINE.
002500     MOVE 'CONFLICTS - LEFT AS THEY ARE' TO BO1-CT-LABEL.
002510     MOVE BO1-CONFLICT-COUNT TO BO1-CT-COUNT.
002520     WRITE REPORT-LINE FROM BO1-COUNT-LINE
002530         AFTER ADVANCING 1 LINE.
002540     CLOSE REPORT-FILE.
002550     DISPLAY 'GRADBOUT - RUN ' BO1-BACK-DATE ' ' BO1-BACK-TIME
002560         ' TERM ' BO1-BACK-TERM ' DELETED ' BO1-DELETED-COUNT
002570         ' RESTORED ' BO1-RESTORED-COUNT.
002580     IF BO1-CONFLICT-COUNT > 0
002590         MOVE 8 TO RETURN-CODE
002600     END-IF.
002610     STOP RUN.
002620*----------------------------------------------------------------
002630* A READS THE JOURNAL ONCE TO FIND THE RUN: EVERY DISTINCT RUN
002640* TIME FOR THE PARM DATE AND TERM (OR JUST THE PARM TIME WHEN
002650* ONE IS GIVEN) GOES INTO THE TIME TABLE. EXACTLY ONE IS NEEDED.
002660*----------------------------------------------------------------
002670 A.
002680     MOVE 0 TO BO1-TIME-COUNT.
002690     OPEN INPUT JRNL-FILE.
002700     IF BO1-JRNL-STATUS NOT = '00'
002710         DISPLAY 'GRADBOUT - FILEPJRN NOT AVAILABLE, STATUS '
002720             BO1-JRNL-STATUS
002730         GO TO A-EXIT
002740     END-IF.
002750     SET BO1-EOF-NO TO TRUE.
002760     PERFORM A2 THRU A2-EXIT UNTIL BO1-EOF-YES.
002770     CLOSE JRNL-FILE.
002780 A-EXIT.
002790     EXIT.
002800 A2.
002810     READ JRNL-FILE AT END
002820         SET BO1-EOF-YES TO TRUE
002830         GO TO A2-EXIT.
002840     IF PJ1 NOT = BO1-BACK-DATE OR PJ3 NOT = BO1-BACK-TERM
002850         GO TO A2-EXIT
002860     END-IF.
002870     IF BO1-BACK-TIME NOT = 0 AND PJ2 NOT = BO1-BACK-TIME
002880         GO TO A2-EXIT
002890     END-IF.
002900     SET BO1-FOUND-NO TO TRUE.
002910     PERFORM A4 THRU A4-EXIT
002920         VARYING BO1-IX FROM 1 BY 1
002930         UNTIL BO1-IX > BO1-TIME-COUNT.
002940     IF BO1-FOUND-YES OR BO1-TIME-COUNT NOT < BO1-TIME-MAX
002950         GO TO A2-EXIT
002960     END-IF.
002970     ADD 1 TO BO1-TIME-COUNT.
002980     MOVE PJ2 TO BO1-TM-TIME (BO1-TIME-COUNT).
002990 A2-EXIT.
003000     EXIT.
003010 A3.
003020     DISPLAY 'GRADBOUT -   ' BO1-TM-TIME (BO1-IX).
003030 A3-EXIT.
003040     EXIT.
003050 A4.
003060     IF BO1-TM-TIME (BO1-IX) = PJ2
003070         SET BO1-FOUND-YES TO TRUE
003080     END-IF.
003090 A4-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003120* B READS THE JOURNAL AGAIN AND BACKS OUT EACH ROW OF THE RUN
003130* (C), PRINTING ONE REPORT LINE PER JOURNAL ROW.
003140*----------------------------------------------------------------
003150 B.
003160     READ JRNL-FILE AT END
003170         SET BO1-EOF-YES TO TRUE
003180         GO TO B-EXIT.
003190     IF PJ1 NOT = BO1-BACK-DATE OR PJ2 NOT = BO1-BACK-TIME
003200         OR PJ3 NOT = BO1-BACK-TERM
003210         GO TO B-EXIT
003220     END-IF.
003230     ADD 1 TO BO1-JRNL-COUNT.
003240     MOVE PJ6 TO BO1-POSTED-ROW.
003250     MOVE PJ5 TO BO1-BEFORE-ROW.
003260     PERFORM C THRU C-EXIT.
003270     MOVE PJ4 TO BO1-DET-ACT.
003280     MOVE BO1-PR-ID TO BO1-DET-ID.
003290     MOVE BO1-PR-SECT TO BO1-DET-SECT.
003300     MOVE BO1-PR-NAME TO BO1-DET-NAME.
003310     MOVE BO1-PR-AVG TO BO1-DET-P-AVG.
003320     MOVE BO1-PR-GRADE TO BO1-DET-P-GRADE.
003330     IF PJ4 = 'R'
003340         MOVE SPACES TO BO1-DET-B-TEXT
003350         MOVE BO1-BR-AVG TO BO1-DET-B-AVG
003360         MOVE BO1-BR-GRADE TO BO1-DET-B-GRADE
003370     ELSE
003380         MOVE '(NONE)' TO BO1-DET-B-TEXT
003390     END-IF.
003400     MOVE BO1-DISP TO BO1-DET-DISP.
003410     WRITE REPORT-LINE FROM BO1-DETAIL-LINE
003420         AFTER ADVANCING 1 LINE.
003430 B-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460* C BACKS OUT ONE JOURNAL ROW. THE ROW ON FILE IS READ FIRST:
003470* ONLY A ROW THAT STILL HOLDS EXACTLY WHAT THE RUN POSTED (PJ6)
003480* IS TOUCHED. AN ADDED ROW IS DELETED; A REPLACED ROW IS
003490* REWRITTEN FROM ITS BEFORE IMAGE (PJ5). A ROW ALREADY GONE, OR
003500* ALREADY BACK TO ITS BEFORE IMAGE, WAS BACKED OUT BEFORE.
003510*----------------------------------------------------------------
003520 C.
003530     MOVE PJ6 TO HIST-RECORD.
003540     READ HIST-FILE
003550         INVALID KEY
003560             SET BO1-FOUND-NO TO TRUE
003570         NOT INVALID KEY
003580             SET BO1-FOUND-YES TO TRUE
003590     END-READ.
003600     IF PJ4 = 'A'
003610         IF BO1-FOUND-NO
003620             MOVE 'ALREADY DELETED' TO BO1-DISP
003630             ADD 1 TO BO1-DONE-COUNT
003640             GO TO C-EXIT
003650         END-IF
003660         IF HIST-RECORD NOT = PJ6
003670             MOVE 'CONFLICT - CHANGED SINCE RUN' TO BO1-DISP
003680             ADD 1 TO BO1-CONFLICT-COUNT
003690             GO TO C-EXIT
003700         END-IF
003710         DELETE HIST-FILE
003720             INVALID KEY
003730                 MOVE 'CONFLICT - DELETE FAILED' TO BO1-DISP
003740                 ADD 1 TO BO1-CONFLICT-COUNT
003750                 GO TO C-EXIT
003760         END-DELETE
003770         MOVE 'DELETED' TO BO1-DISP
003780         ADD 1 TO BO1-DELETED-COUNT
003790         GO TO C-EXIT
003800     END-IF.
003810     IF BO1-FOUND-NO
003820         MOVE 'CONFLICT - ROW NO LONGER ON FILE' TO BO1-DISP
003830         ADD 1 TO BO1-CONFLICT-COUNT
003840         GO TO C-EXIT
003850     END-IF.
003860     IF HIST-RECORD = PJ5
003870         MOVE 'ALREADY RESTORED' TO BO1-DISP
003880         ADD 1 TO BO1-DONE-COUNT
003890         GO TO C-EXIT
003900     END-IF.
003910     IF HIST-RECORD NOT = PJ6
003920         MOVE 'CONFLICT - CHANGED SINCE RUN' TO BO1-DISP
003930         ADD 1 TO BO1-CONFLICT-COUNT
003940         GO TO C-EXIT
003950     END-IF.
003960     MOVE PJ5 TO HIST-RECORD.
003970     REWRITE HIST-RECORD
003980         INVALID KEY
003990             MOVE 'CONFLICT - REWRITE FAILED' TO BO1-DISP
004000             ADD 1 TO BO1-CONFLICT-COUNT
004010             GO TO C-EXIT
004020     END-REWRITE.
004030     MOVE 'RESTORED' TO BO1-DISP.
004040     ADD 1 TO BO1-RESTORED-COUNT.
004050 C-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004078* P APPENDS THE COMPENSATING FILEBCTL ROW: THE BACKED-OUT TERM,
004086* ROWS DELETED (BC2, TAKEN OFF THE POSTED TOTAL BY GRADVRFY),
004094* ROWS RESTORED (BC3), AND TODAY'S DATE. THE FIRST BACK-OUT
004102* CREATES THE FILE.
004110*----------------------------------------------------------------
004120 P.
004130     OPEN EXTEND BCTL-FILE.
004140     IF BO1-BCTL-STATUS = '35'
004150         OPEN OUTPUT BCTL-FILE
004160     END-IF.
004170     IF BO1-BCTL-STATUS NOT = '00'
004180         DISPLAY 'GRADBOUT - FILEBCTL DID NOT OPEN, STATUS '
004190             BO1-BCTL-STATUS ' - WRITE THE ROW BY HAND: TERM '
004200             BO1-BACK-TERM ' DELETED ' BO1-DELETED-COUNT
004210         MOVE 16 TO RETURN-CODE
004220         GO TO P-EXIT
004230     END-IF.
004241     MOVE BO1-BACK-TERM TO BC1.
004252     MOVE BO1-DELETED-COUNT TO BC2.
004263     MOVE BO1-RESTORED-COUNT TO BC3.
004274     MOVE BO1-RUN-DATE TO BC4.
004285     WRITE BCTL-RECORD.
004296     CLOSE BCTL-FILE.
004310 P-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* F READS THE RUN TO BACK OUT FROM FILEBOPM. A BACK-OUT CHANGES
004350* FILEHIST, SO THERE IS DELIBERATELY NO DEFAULT.
004360*----------------------------------------------------------------
004370 F.
004380     OPEN INPUT PARM-FILE.
004390     IF BO1-PARM-STATUS NOT = '00'
004400         DISPLAY 'GRADBOUT - FILEBOPM NOT AVAILABLE, STATUS '
004410             BO1-PARM-STATUS
004420         GO TO F-EXIT
004430     END-IF.
004440     READ PARM-FILE
004450         AT END
004460             DISPLAY 'GRADBOUT - FILEBOPM EMPTY'
004470         NOT AT END
004480             IF BP1 NUMERIC AND BP2 NUMERIC
004490                 MOVE BP1 TO BO1-BACK-DATE
004500                 MOVE BP2 TO BO1-BACK-TERM
004510             ELSE
004520                 DISPLAY 'GRADBOUT - FILEBOPM DATE OR TERM NOT '
004530                     'NUMERIC'
004540             END-IF
004550             IF BP3 NUMERIC
004560                 MOVE BP3 TO BO1-BACK-TIME
004570             END-IF
004580     END-READ.
004590     CLOSE PARM-FILE.
004600 F-EXIT.
004610     EXIT.

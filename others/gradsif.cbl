000240*              FILESIFR SUMMARY AND LEFT OUT OF THE EXTRACT,
000250*              AND THE RUN ENDS WITH RETURN-CODE 8 SO THE
000260*              SCHEDULER KNOWS THE FEED IS SHORT.
000270* 10/15/26 RH  ALSO SENDS GRADCHG'S POST-POSTING GRADE CHANGES.
000280*              EACH FILEGCDL DELTA ROW IS LOOKED UP ON FILEHIST
000290*              AND SENT AS A CORRECTION DETAIL ON ITS OWN FEED
000300*              (FILESIFC, SAME HEADER/TRAILER CONTROLS AS
000310*              FILESIF) CARRYING THE TERM IT CORRECTS. THE DELTA
000320*              FILE IS EMPTIED ONCE SENT SO A CHANGE GOES ONCE;
000330*              A NIGHT WITH NO DELTAS LEAVES THE LAST FILESIFC
000340*              IN PLACE.
000341* 10/15/26 RH  A MIDTERM RUN ('M' IN THE FILETMPM RUN-TYPE BYTE)
000342*              POSTS NOTHING TO FILEHIST, SO THERE IS NOTHING TO
000343*              SEND. THE RUN NOW ENDS CLEAN WITHOUT OPENING
000344*              FILESIF, FILESIFC, OR FILEGCDL -- THE LAST FEEDS
000345*              STAY IN PLACE AND ANY PENDING GRADE CHANGES WAIT
000346*              FOR THE NEXT FINAL RUN.
000350*----------------------------------------------------------------
000360* FILESIF RECORDS (ALL X(40)):
000370*   HEADER : TAG(8) RUN DATE(8) TERM(6)
000380*   DETAIL : TAG(8) SECTION(2) ID(6) NAME(12) AVG(4 AS 99V99)
000390*            GRADE(1)
000400*   TRAILER: TAG(8) COUNT(6) ID HASH(12) AVG HASH(10 AS
000410*            9(8)V99)
000420* FILESIFC RECORDS (ALL X(40)): HEADER AND TRAILER AS ABOVE,
000430*   CORRECT: TAG(8) SECTION(2) ID(6) NAME(12) AVG(4 AS 99V99)
000440*            GRADE(1) TERM(6)
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT GRADE-FILE ASSIGN TO FILEOUT
000500         FILE STATUS IS SF1-OUT-STATUS.
000510     SELECT PARM-FILE ASSIGN TO FILETMPM
000520         FILE STATUS IS SF1-PARM-STATUS.
000530     SELECT HIST-FILE ASSIGN TO FILEHIST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS H1
000570         FILE STATUS IS SF1-HIST-STATUS.
000580     SELECT SIF-FILE ASSIGN TO FILESIF.
000590     SELECT REPORT-FILE ASSIGN TO FILESIFR.
000600     SELECT DELTA-FILE ASSIGN TO FILEGCDL
000610         FILE STATUS IS SF1-DELTA-STATUS.
000620     SELECT CORR-FILE ASSIGN TO FILESIFC.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  GRADE-FILE LABEL RECORD IS STANDARD.
000660 01  OUT-RECORD.
000670     02  O0 PIC 99.
000680     02  O1 PIC 9(6).
000690     02  S1 PIC XX.
000700     02  O2 PIC X(12).
000710     02  S2 PIC XX.
000720     02  O3 PIC 99.99.
000730     02  S3 PIC XX.
000740     02  O4 PIC 99.99.
000750     02  S4 PIC XX.
000760     02  O5 PIC 99.99.
000770     02  S5 PIC XX.
000780     02  O6 PIC 99.99.
000790     02  O7 PIC X(32).
000800     02  O8 PIC X(01).
000810 01  TRAILER-RECORD.
000820     02  T1 PIC X(10).
000830     02  T2 PIC 9(6).
000840     02  T3 PIC 99.99.
000850 01  SUBTOTAL-RECORD.
000860     02  SB1 PIC X(10).
000870     02  SB2 PIC 99.
000880     02  SB3 PIC 99.99.
000890 FD  PARM-FILE LABEL RECORD IS STANDARD.
000900 01  PARM-RECORD.
000910     02  PM1 PIC 9(06).
000916     02  PM2 PIC X(01).
000922     02  FILLER PIC X(73).
000930 FD  HIST-FILE.
000940 01  HIST-RECORD.
000950     02  H1.
000960         03  H1-ID PIC 9(6).
000970         03  H1-TERM PIC 9(6).
000980         03  H1-SECT PIC 99.
000990     02  H2 PIC X(12).
001000     02  H3 PIC 99V99.
001010     02  H4 PIC X(01).
001020     02  H5 PIC 9(08).
001030     02  H6 PIC 9(02).
001040 FD  SIF-FILE LABEL RECORD IS STANDARD.
001050 01  SIF-HEADER.
001060     02  SH1 PIC X(08).
001070     02  SH2 PIC 9(08).
001080     02  SH3 PIC 9(06).
001090     02  FILLER PIC X(18).
001100 01  SIF-DETAIL.
001110     02  SD1 PIC X(08).
001120     02  SD2 PIC 99.
001130     02  SD3 PIC 9(06).
001140     02  SD4 PIC X(12).
001150     02  SD5 PIC 99V99.
001160     02  SD6 PIC X(01).
001170     02  FILLER PIC X(07).
001180 01  SIF-TRAILER.
001190     02  ST1 PIC X(08).
001200     02  ST2 PIC 9(06).
001210     02  ST3 PIC 9(12).
001220     02  ST4 PIC 9(08)V99.
001230     02  FILLER PIC X(04).
001240 FD  REPORT-FILE LABEL RECORD IS OMITTED.
001250 01  REPORT-LINE PIC X(100).
001260 FD  DELTA-FILE LABEL RECORD IS STANDARD.
001270 01  DELTA-RECORD.
001280     02  DL1 PIC 9(06).
001290     02  DL2 PIC 9(06).
001300     02  DL3 PIC 99.
001310     02  DL4 PIC 9(08).
001320 FD  CORR-FILE LABEL RECORD IS STANDARD.
001330 01  CORR-HEADER.
001340     02  CX1 PIC X(08).
001350     02  CX2 PIC 9(08).
001360     02  CX3 PIC 9(06).
001370     02  FILLER PIC X(18).
001380 01  CORR-DETAIL.
001390     02  CD1 PIC X(08).
001400     02  CD2 PIC 99.
001410     02  CD3 PIC 9(06).
001420     02  CD4 PIC X(12).
001430     02  CD5 PIC 99V99.
001440     02  CD6 PIC X(01).
001450     02  CD7 PIC 9(06).
001460     02  FILLER PIC X(01).
001470 01  CORR-TRAILER.
001480     02  CT1 PIC X(08).
001490     02  CT2 PIC 9(06).
001500     02  CT3 PIC 9(12).
001510     02  CT4 PIC 9(08)V99.
001520     02  FILLER PIC X(04).
001530 WORKING-STORAGE SECTION.
001540 77  SF1-EOF-SW PIC X VALUE 'N'.
001550     88  SF1-EOF-YES VALUE 'Y'.
001560     88  SF1-EOF-NO  VALUE 'N'.
001570 77  SF1-OUT-STATUS PIC XX VALUE SPACES.
001580 77  SF1-PARM-STATUS PIC XX VALUE SPACES.
001590 77  SF1-HIST-STATUS PIC XX VALUE SPACES.
001600 77  SF1-RUN-DATE PIC 9(08) VALUE 0.
001610 77  SF1-TERM PIC 9(06) VALUE 0.
001613 77  SF1-RUN-TYPE PIC X VALUE SPACE.
001616     88  SF1-MIDTERM-YES VALUE 'M'.
001620 77  SF1-SENT-COUNT PIC 9(6) VALUE 0.
001630 77  SF1-UNPOSTED-COUNT PIC 9(6) VALUE 0.
001640 77  SF1-ID-HASH PIC 9(12) VALUE 0.
001650 77  SF1-AVG-HASH PIC 9(08)V99 VALUE 0.
001660 77  SF1-FOUND-SW PIC X VALUE 'N'.
001670 77  SF1-DELTA-STATUS PIC XX VALUE SPACES.
001680 77  SF1-CORR-OPEN-SW PIC X VALUE 'N'.
001690 77  SF1-CORR-COUNT PIC 9(6) VALUE 0.
001700 77  SF1-CORR-MISS-COUNT PIC 9(6) VALUE 0.
001710 77  SF1-CORR-IDHASH PIC 9(12) VALUE 0.
001720 77  SF1-CORR-AVGHASH PIC 9(08)V99 VALUE 0.
001730 01  SF1-HEAD-LINE.
001740     02  FILLER PIC X(44) VALUE
001750         'ACADEMIC RECORDS - SIS INTERFACE EXTRACT    '.
001760     02  FILLER PIC X(09) VALUE 'RUN DATE '.
001770     02  SF1-HD-DATE PIC 9(08).
001780     02  FILLER PIC X(07) VALUE '  TERM '.
001790     02  SF1-HD-TERM PIC 9(06).
001800     02  FILLER PIC X(26) VALUE SPACES.
001810 01  SF1-UNPOST-LINE.
001820     02  FILLER PIC X(08) VALUE 'SECTION '.
001830     02  SF1-UP-SECT PIC 99.
001840     02  FILLER PIC X(05) VALUE '  ID '.
001850     02  SF1-UP-ID PIC 9(06).
001860     02  FILLER PIC X(02) VALUE SPACES.
001870     02  SF1-UP-NAME PIC X(12).
001880     02  FILLER PIC X(44) VALUE
001890         '  NOT POSTED TO FILEHIST - LEFT OUT OF FEED '.
001900     02  FILLER PIC X(21) VALUE SPACES.
001910 01  SF1-TOTAL-LINE.
001920     02  FILLER PIC X(11) VALUE 'EXTRACTED: '.
001930     02  SF1-TOT-SENT PIC ZZZ,ZZ9.
001940     02  FILLER PIC X(12) VALUE '  UNPOSTED: '.
001950     02  SF1-TOT-UNPOST PIC ZZZ,ZZ9.
001960     02  FILLER PIC X(10) VALUE '  ID HASH '.
001970     02  SF1-TOT-IDHASH PIC 9(12).
001980     02  FILLER PIC X(11) VALUE '  AVG HASH '.
001990     02  SF1-TOT-AVGHASH PIC 9(08).99.
002000     02  FILLER PIC X(19) VALUE SPACES.
002010 01  SF1-CMISS-LINE.
002020     02  FILLER PIC X(08) VALUE 'SECTION '.
002030     02  SF1-CM-SECT PIC 99.
002040     02  FILLER PIC X(05) VALUE '  ID '.
002050     02  SF1-CM-ID PIC 9(06).
002060     02  FILLER PIC X(07) VALUE '  TERM '.
002070     02  SF1-CM-TERM PIC 9(06).
002080     02  FILLER PIC X(44) VALUE
002090         '  CHANGED ROW NOT ON FILEHIST - NOT SENT    '.
002100     02  FILLER PIC X(22) VALUE SPACES.
002110 01  SF1-CTOT-LINE.
002120     02  FILLER PIC X(22) VALUE 'CORRECTIONS EXTRACTED:'.
002130     02  SF1-CT-SENT PIC ZZZ,ZZ9.
002140     02  FILLER PIC X(12) VALUE '  NOT FOUND:'.
002150     02  SF1-CT-MISS PIC ZZZ,ZZ9.
002160     02  FILLER PIC X(10) VALUE '  ID HASH '.
002170     02  SF1-CT-IDHASH PIC 9(12).
002180     02  FILLER PIC X(11) VALUE '  AVG HASH '.
002190     02  SF1-CT-AVGHASH PIC 9(08).99.
002200     02  FILLER PIC X(08) VALUE SPACES.
002210 PROCEDURE DIVISION.
002220 0000-MAINLINE.
002230     ACCEPT SF1-RUN-DATE FROM DATE YYYYMMDD.
002240     PERFORM F THRU F-EXIT.
002250     IF SF1-TERM = 0
002260         DISPLAY 'GRADSIF - NO TERM CODE ON FILETMPM - '
002270             'NO EXTRACT BUILT'
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002301     IF SF1-MIDTERM-YES
002302         DISPLAY 'GRADSIF - MIDTERM RUN - TERM ' SF1-TERM
002303             ' - NO SIS FEED BUILT'
002304         STOP RUN
002305     END-IF.
002310     OPEN INPUT GRADE-FILE.
002320     IF SF1-OUT-STATUS NOT = '00'
002330         DISPLAY 'GRADSIF - FILEOUT DID NOT OPEN, STATUS '
002340             SF1-OUT-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     OPEN INPUT HIST-FILE.
002390     IF SF1-HIST-STATUS NOT = '00'
002400         DISPLAY 'GRADSIF - FILEHIST DID NOT OPEN, STATUS '
002410             SF1-HIST-STATUS
002420         MOVE 16 TO RETURN-CODE
002430         CLOSE GRADE-FILE
002440         STOP RUN
002450     END-IF.
002460     OPEN OUTPUT SIF-FILE.
002470     OPEN OUTPUT REPORT-FILE.
002480     MOVE SF1-RUN-DATE TO SF1-HD-DATE.
002490     MOVE SF1-TERM TO SF1-HD-TERM.
002500     WRITE REPORT-LINE FROM SF1-HEAD-LINE
002510         AFTER ADVANCING PAGE.
002520     MOVE SPACES TO REPORT-LINE.
002530     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002540     MOVE SPACES TO SIF-HEADER.
002550     MOVE 'HEADER' TO SH1.
002560     MOVE SF1-RUN-DATE TO SH2.
002570     MOVE SF1-TERM TO SH3.
002580     WRITE SIF-HEADER.
002590     PERFORM A THRU A-EXIT UNTIL SF1-EOF-YES.
002600     MOVE SPACES TO SIF-HEADER.
002610     MOVE 'TRAILER' TO ST1.
002620     MOVE SF1-SENT-COUNT TO ST2.
002630     MOVE SF1-ID-HASH TO ST3.
002640     MOVE SF1-AVG-HASH TO ST4.
002650     WRITE SIF-TRAILER.
002660     MOVE SF1-SENT-COUNT TO SF1-TOT-SENT.
002670     MOVE SF1-UNPOSTED-COUNT TO SF1-TOT-UNPOST.
002680     MOVE SF1-ID-HASH TO SF1-TOT-IDHASH.
002690     MOVE SF1-AVG-HASH TO SF1-TOT-AVGHASH.
002700     WRITE REPORT-LINE FROM SF1-TOTAL-LINE
002710         AFTER ADVANCING 2 LINES.
002720     PERFORM G THRU G-EXIT.
002730     IF SF1-UNPOSTED-COUNT > 0 OR SF1-CORR-MISS-COUNT > 0
002740         MOVE 8 TO RETURN-CODE
002750     END-IF.
002760     CLOSE GRADE-FILE.
002770     CLOSE HIST-FILE.
002780     CLOSE SIF-FILE.
002790     CLOSE REPORT-FILE.
002800     STOP RUN.
002810*----------------------------------------------------------------
002820* A READS ONE FILEOUT RECORD. SECTOTAL AND TRAILER ROWS ARE
002830* STRUCTURAL AND SKIPPED; DETAILS GO THROUGH THE POSTING
002840* VERIFICATION (B).
002850*----------------------------------------------------------------
002860 A.
002870     READ GRADE-FILE AT END
002880         SET SF1-EOF-YES TO TRUE
002890         GO TO A-EXIT.
002900     IF T1 = 'TRAILER'
002910         GO TO A-EXIT
002920     END-IF.
002930     IF SB1 = 'SECTOTAL'
002940         GO TO A-EXIT
002950     END-IF.
002960     PERFORM B THRU B-EXIT.
002970 A-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000* B VERIFIES THE DETAIL AGAINST ITS FILEHIST POSTING AND
003010* WRITES THE FEED DETAIL FROM THE POSTED ROW -- NAME, AVERAGE,
003020* AND GRADE COME FROM THE HISTORY, NOT THE PRINT FILE, SO THE
003030* SIS RECEIVES EXACTLY WHAT THIS SYSTEM HAS ON RECORD. AN
003040* UNPOSTED DETAIL GOES ON THE SUMMARY INSTEAD OF THE FEED.
003050*----------------------------------------------------------------
003060 B.
003070     MOVE O1 TO H1-ID.
003080     MOVE SF1-TERM TO H1-TERM.
003090     MOVE O0 TO H1-SECT.
003100     MOVE 'N' TO SF1-FOUND-SW.
003110     READ HIST-FILE
003120         INVALID KEY
003130             CONTINUE
003140         NOT INVALID KEY
003150             MOVE 'Y' TO SF1-FOUND-SW
003160     END-READ.
003170     IF SF1-FOUND-SW = 'N'
003180         ADD 1 TO SF1-UNPOSTED-COUNT
003190         MOVE O0 TO SF1-UP-SECT
003200         MOVE O1 TO SF1-UP-ID
003210         MOVE O2 TO SF1-UP-NAME
003220         WRITE REPORT-LINE FROM SF1-UNPOST-LINE
003230             AFTER ADVANCING 1 LINE
003240         GO TO B-EXIT
003250     END-IF.
003260     MOVE SPACES TO SIF-HEADER.
003270     MOVE 'DETAIL' TO SD1.
003280     MOVE H1-SECT TO SD2.
003290     MOVE H1-ID TO SD3.
003300     MOVE H2 TO SD4.
003310     MOVE H3 TO SD5.
003320     MOVE H4 TO SD6.
003330     WRITE SIF-DETAIL.
003340     ADD 1 TO SF1-SENT-COUNT.
003350     ADD H1-ID TO SF1-ID-HASH.
003360     ADD H3 TO SF1-AVG-HASH.
003370 B-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400* F READS THE TERM CODE FROM THE FILETMPM PARM CARD, SAME CARD
003406* GRADPOST POSTS UNDER. NO TERM MEANS NO FEED. THE RUN-TYPE BYTE
003412* IS TAKEN TOO -- A MIDTERM RUN BUILDS NO FEED.
003420*----------------------------------------------------------------
003430 F.
003440     OPEN INPUT PARM-FILE.
003450     IF SF1-PARM-STATUS NOT = '00'
003460         DISPLAY 'GRADSIF - FILETMPM NOT AVAILABLE, STATUS '
003470             SF1-PARM-STATUS
003480         GO TO F-EXIT
003490     END-IF.
003500     READ PARM-FILE
003510         AT END
003520             CONTINUE
003530         NOT AT END
003540             IF PM1 NUMERIC
003550                 MOVE PM1 TO SF1-TERM
003560             END-IF
003565             MOVE PM2 TO SF1-RUN-TYPE
003570     END-READ.
003580     CLOSE PARM-FILE.
003590 F-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620* G SENDS GRADCHG'S GRADE CHANGES. EACH FILEGCDL DELTA ROW IS
003630* LOOKED UP ON FILEHIST AND THE POSTED ROW -- THE CHANGED
003640* TRUTH -- GOES OUT AS A CORRECTION DETAIL ON FILESIFC. THE
003650* FEED IS OPENED ONLY WHEN THERE IS A DELTA, SO A NIGHT WITHOUT
003660* CHANGES LEAVES THE LAST ONE ALONE. ONCE SENT THE DELTA FILE
003670* IS EMPTIED SO THE SAME CHANGE IS NOT SENT TWICE.
003680*----------------------------------------------------------------
003690 G.
003700     SET SF1-EOF-NO TO TRUE.
003710     OPEN INPUT DELTA-FILE.
003720     IF SF1-DELTA-STATUS NOT = '00'
003730         GO TO G-EXIT
003740     END-IF.
003750     PERFORM G2 THRU G2-EXIT UNTIL SF1-EOF-YES.
003760     CLOSE DELTA-FILE.
003770     IF SF1-CORR-OPEN-SW = 'N'
003780         GO TO G-EXIT
003790     END-IF.
003800     MOVE SPACES TO CORR-HEADER.
003810     MOVE 'TRAILER' TO CT1.
003820     MOVE SF1-CORR-COUNT TO CT2.
003830     MOVE SF1-CORR-IDHASH TO CT3.
003840     MOVE SF1-CORR-AVGHASH TO CT4.
003850     WRITE CORR-TRAILER.
003860     CLOSE CORR-FILE.
003870     OPEN OUTPUT DELTA-FILE.
003880     CLOSE DELTA-FILE.
003890     MOVE SF1-CORR-COUNT TO SF1-CT-SENT.
003900     MOVE SF1-CORR-MISS-COUNT TO SF1-CT-MISS.
003910     MOVE SF1-CORR-IDHASH TO SF1-CT-IDHASH.
003920     MOVE SF1-CORR-AVGHASH TO SF1-CT-AVGHASH.
003930     WRITE REPORT-LINE FROM SF1-CTOT-LINE
003940         AFTER ADVANCING 2 LINES.
003950 G-EXIT.
003960     EXIT.
003970 G2.
003980     READ DELTA-FILE AT END
003990         SET SF1-EOF-YES TO TRUE
004000         GO TO G2-EXIT.
004010     IF SF1-CORR-OPEN-SW = 'N'
004020         OPEN OUTPUT CORR-FILE
004030         MOVE 'Y' TO SF1-CORR-OPEN-SW
004040         MOVE SPACES TO CORR-HEADER
004050         MOVE 'HEADER' TO CX1
004060         MOVE SF1-RUN-DATE TO CX2
004070         MOVE SF1-TERM TO CX3
004080         WRITE CORR-HEADER
004090     END-IF.
004100     MOVE DL1 TO H1-ID.
004110     MOVE DL2 TO H1-TERM.
004120     MOVE DL3 TO H1-SECT.
004130     MOVE 'N' TO SF1-FOUND-SW.
004140     READ HIST-FILE
004150         INVALID KEY
004160             CONTINUE
004170         NOT INVALID KEY
004180             MOVE 'Y' TO SF1-FOUND-SW
004190     END-READ.
004200     IF SF1-FOUND-SW = 'N'
004210         ADD 1 TO SF1-CORR-MISS-COUNT
004220         MOVE DL3 TO SF1-CM-SECT
004230         MOVE DL1 TO SF1-CM-ID
004240         MOVE DL2 TO SF1-CM-TERM
004250         WRITE REPORT-LINE FROM SF1-CMISS-LINE
004260             AFTER ADVANCING 1 LINE
004270         GO TO G2-EXIT
004280     END-IF.
004290     MOVE SPACES TO CORR-HEADER.
004300     MOVE 'CORRECT' TO CD1.
004310     MOVE H1-SECT TO CD2.
004320     MOVE H1-ID TO CD3.
004330     MOVE H2 TO CD4.
004340     MOVE H3 TO CD5.
004350     MOVE H4 TO CD6.
004360     MOVE H1-TERM TO CD7.
004370     WRITE CORR-DETAIL.
004380     ADD 1 TO SF1-CORR-COUNT.
004390     ADD H1-ID TO SF1-CORR-IDHASH.
004400     ADD H3 TO SF1-CORR-AVGHASH.
004410 G2-EXIT.
004420     EXIT.

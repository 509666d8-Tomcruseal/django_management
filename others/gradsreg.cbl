000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GRADSREG.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  ACADEMIC RECORDS - NIGHT BATCH.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RH  ORIGINAL PROGRAM - INBOUND SIS REGISTRATION FEED.
000110*              THE REGISTRAR USED TO KEY THE SIS'S ADDS AND NAME
000120*              CHANGES INTO FILEMTRN BY HAND, AND FILENRL CAME
000130*              OVER AS A SEPARATE FLAT FILE NOBODY CHECKED
000140*              AGAINST THE MASTER. THIS STEP READS THE SIS DAILY
000150*              REGISTRATION CHANGE FILE (FILESREG: NEW STUDENTS,
000160*              LEGAL NAME CHANGES, SECTION ADDS AND DROPS), PROVES
000170*              IT AGAINST ITS OWN HEADER AND TRAILER THE SAME WAY
000180*              GRADSORT PROVES FILEXTRT, AND COMPARES EVERY CHANGE
000190*              WITH FILEMAST AND THE CURRENT FILENRL. CLEAN
000200*              CHANGES BECOME FILEMTRN TRANSACTIONS FOR MASTMNT1
000210*              ('A' ADD, 'C' NAME CHANGE) AND A REFRESHED ROSTER
000220*              (FILENRLN, PROMOTED TO FILENRL FOR LABFOUR2'S
000230*              RECONCILIATION). CONFLICTS -- AN ID ALREADY ON FILE
000240*              UNDER ANOTHER NAME, A DROP FOR A STUDENT WITH A
000250*              GRADE ALREADY POSTED TO FILEHIST, A CHANGE FOR A
000260*              STUDENT NOT ON FILE, A SECTION NOT ON FILECTLG --
000270*              ARE NOT APPLIED AND GO TO THE FILESRRV REVIEW
000280*              REPORT, RC 8. A CHANGE ALREADY IN EFFECT IS COUNTED
000290*              AND SKIPPED, SO A RE-SENT FILE DOES NO HARM.
000300*----------------------------------------------------------------
000310* SIS CHANGE FILE (FILESREG), ALL RECORDS X(80):
000320*   HEADER : TAG(8) FEED DATE(8) TERM(6)
000330*   DETAIL : RD1 CHANGE - 'S' NEW STUDENT, 'N' LEGAL NAME CHANGE,
000340*                         'A' SECTION ADD, 'D' SECTION DROP
000350*            RD2 STUDENT ID
000360*            RD3 NAME     - 'S' AND 'N' ONLY
000370*            RD4 SECTION  - 'A' AND 'D' ONLY
000380*   TRAILER: TAG(8) DETAIL COUNT(6) SUM OF THE NUMERIC IDS(12)
000390* THE HEADER TERM MUST MATCH THE FILETMPM CARD WHEN ONE IS THERE;
000400* IT IS THE TERM A DROP IS CHECKED AGAINST ON FILEHIST.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CHANGE-FILE ASSIGN TO FILESREG
000460         FILE STATUS IS RG1-CHG-STATUS.
000470     SELECT PARM-FILE ASSIGN TO FILETMPM
000480         FILE STATUS IS RG1-PARM-STATUS.
000490     SELECT MASTER-FILE ASSIGN TO FILEMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS M1
000530         FILE STATUS IS RG1-MASTER-STATUS.
000540     SELECT HIST-FILE ASSIGN TO FILEHIST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS H1
000580         FILE STATUS IS RG1-HIST-STATUS.
000590     SELECT CATALOG-FILE ASSIGN TO FILECTLG
000600         FILE STATUS IS RG1-CTLG-STATUS.
000610     SELECT ENROLL-FILE ASSIGN TO FILENRL
000620         FILE STATUS IS RG1-ENR-STATUS.
000630     SELECT NEWENR-FILE ASSIGN TO FILENRLN.
000640     SELECT TRANS-FILE ASSIGN TO FILEMTRN.
000650     SELECT REVIEW-FILE ASSIGN TO FILESRRV.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CHANGE-FILE LABEL RECORD IS STANDARD.
000690 01  CHANGE-HEADER.
000700     02  RH1 PIC X(08).
000710     02  RH2 PIC 9(08).
000720     02  RH3 PIC 9(06).
000730     02  FILLER PIC X(58).
000740 01  CHANGE-DETAIL.
000750     02  RD1 PIC X(01).
000760     02  RD2 PIC 9(06).
000770     02  RD3 PIC X(12).
000780     02  RD4 PIC 99.
000790     02  FILLER PIC X(59).
000800 01  CHANGE-TRAILER.
000810     02  RT1 PIC X(08).
000820     02  RT2 PIC 9(06).
000830     02  RT3 PIC 9(12).
000840     02  FILLER PIC X(54).
000850 FD  PARM-FILE LABEL RECORD IS STANDARD.
000860 01  PARM-RECORD.
000870     02  PM1 PIC 9(06).
000880     02  FILLER PIC X(74).
000890 FD  MASTER-FILE.
000900 01  MASTER-RECORD.
000910     02  M1 PIC 9(6).
000920     02  M2 PIC X(12).
000930     02  FILLER PIC X(152).
000940 FD  HIST-FILE.
000950 01  HIST-RECORD.
000960     02  H1.
000970         03  H1-ID PIC 9(6).
000980         03  H1-TERM PIC 9(6).
000990         03  H1-SECT PIC 99.
001000     02  H2 PIC X(12).
001010     02  H3 PIC 99V99.
001020     02  H4 PIC X(01).
001030     02  H5 PIC 9(08).
001040     02  H6 PIC 9(02).
001050 FD  CATALOG-FILE LABEL RECORD IS STANDARD.
001060 01  CATALOG-RECORD.
001070     02  CG1 PIC 99.
001080     02  CG2 PIC 9(02).
001090     02  FILLER PIC X(76).
001100 FD  ENROLL-FILE LABEL RECORD IS STANDARD.
001110 01  ENROLL-RECORD.
001120     02  NR1 PIC 99.
001130     02  NR2 PIC 9(6).
001140 FD  NEWENR-FILE LABEL RECORD IS STANDARD.
001150 01  NEWENR-RECORD.
001160     02  NN1 PIC 99.
001170     02  NN2 PIC 9(6).
001180 FD  TRANS-FILE LABEL RECORD IS STANDARD.
001190 01  TRANS-RECORD.
001200     02  TR1 PIC X(01).
001210     02  TR2 PIC 9(06).
001220     02  TR3 PIC X(12).
001230 01  TRANS-ADDR-RECORD.
001240     02  FILLER PIC X(07).
001250     02  TR4 PIC X(133).
001260 FD  REVIEW-FILE LABEL RECORD IS OMITTED.
001270 01  REVIEW-LINE PIC X(100).
001280 WORKING-STORAGE SECTION.
001290 77  RG1-EOF-SW PIC X VALUE 'N'.
001300     88  RG1-EOF-YES VALUE 'Y'.
001310     88  RG1-EOF-NO  VALUE 'N'.
001320 77  RG1-CHG-STATUS PIC XX VALUE SPACES.
001330 77  RG1-PARM-STATUS PIC XX VALUE SPACES.
001340 77  RG1-MASTER-STATUS PIC XX VALUE SPACES.
001350 77  RG1-HIST-STATUS PIC XX VALUE SPACES.
001360 77  RG1-CTLG-STATUS PIC XX VALUE SPACES.
001370 77  RG1-ENR-STATUS PIC XX VALUE SPACES.
001380 77  RG1-MASTER-ON-SW PIC X VALUE 'N'.
001390 77  RG1-CTLG-ON-SW PIC X VALUE 'N'.
001400 77  RG1-FEED-OK-SW PIC X VALUE 'Y'.
001410     88  RG1-FEED-OK-YES VALUE 'Y'.
001420     88  RG1-FEED-OK-NO  VALUE 'N'.
001430 77  RG1-HEADER-SW PIC X VALUE 'N'.
001440 77  RG1-TRAILER-SW PIC X VALUE 'N'.
001450 77  RG1-MISPLACED-COUNT PIC 9(6) VALUE 0.
001460 77  RG1-AFTER-TRL-COUNT PIC 9(6) VALUE 0.
001470 77  RG1-REC-COUNT PIC 9(6) VALUE 0.
001480 77  RG1-DETAIL-COUNT PIC 9(6) VALUE 0.
001490 77  RG1-ID-HASH PIC 9(12) VALUE 0.
001500 77  RG1-TRL-COUNT PIC 9(6) VALUE 0.
001510 77  RG1-TRL-HASH PIC 9(12) VALUE 0.
001520 77  RG1-FEED-DATE PIC 9(08) VALUE 0.
001530 77  RG1-TERM PIC 9(06) VALUE 0.
001540 77  RG1-PARM-TERM PIC 9(06) VALUE 0.
001550 77  RG1-KNOWN-SW PIC X VALUE 'N'.
001560     88  RG1-KNOWN-MASTER VALUE 'M'.
001570     88  RG1-KNOWN-PENDING VALUE 'P'.
001580     88  RG1-KNOWN-NONE VALUE 'N'.
001590 77  RG1-KNOWN-NAME PIC X(12) VALUE SPACES.
001600 77  RG1-REASON PIC X(40) VALUE SPACES.
001610 77  RG1-READ-COUNT PIC 9(6) VALUE 0.
001620 77  RG1-CONFLICT-COUNT PIC 9(6) VALUE 0.
001630 77  RG1-NOOP-COUNT PIC 9(6) VALUE 0.
001640 77  RG1-ADD-COUNT PIC 9(6) VALUE 0.
001650 77  RG1-NAME-COUNT PIC 9(6) VALUE 0.
001660 77  RG1-ENROLL-COUNT PIC 9(6) VALUE 0.
001670 77  RG1-DROP-COUNT PIC 9(6) VALUE 0.
001680 77  RG1-ENR-IN-COUNT PIC 9(6) VALUE 0.
001690 77  RG1-ENR-OUT-COUNT PIC 9(6) VALUE 0.
001700 77  RG1-LOAD-IX PIC 999 COMP VALUE 0.
001710 77  RG1-ENR-COUNT PIC 9(4) COMP VALUE 0.
001720 77  RG1-ENR-MAX PIC 9(4) COMP VALUE 5000.
001730 77  RG1-ENR-IX PIC 9(4) COMP VALUE 0.
001740 77  RG1-ENR-FOUND-SW PIC X VALUE 'N'.
001750 77  RG1-ENR-FOUND-IX PIC 9(4) COMP VALUE 0.
001760 77  RG1-PEND-COUNT PIC 9(4) COMP VALUE 0.
001770 77  RG1-PEND-MAX PIC 9(4) COMP VALUE 2000.
001780 77  RG1-PEND-IX PIC 9(4) COMP VALUE 0.
001790 77  RG1-PEND-FOUND-SW PIC X VALUE 'N'.
001800 77  RG1-PEND-FOUND-IX PIC 9(4) COMP VALUE 0.
001810 01  RG1-CTLG-TABLE.
001820     02  RG1-CT-USED-SW PIC X OCCURS 99.
001830 01  RG1-ENR-TABLE.
001840     02  RG1-ENR-ENTRY OCCURS 5000.
001850         03  RG1-EN-SECT PIC 99.
001860         03  RG1-EN-ID PIC 9(6).
001870         03  RG1-EN-DROP-SW PIC X.
001880 01  RG1-PEND-TABLE.
001890     02  RG1-PEND-ENTRY OCCURS 2000.
001900         03  RG1-PN-ID PIC 9(6).
001910         03  RG1-PN-NAME PIC X(12).
001920 01  RG1-HEAD-LINE.
001930     02  FILLER PIC X(44) VALUE
001940         'ACADEMIC RECORDS - SIS REGISTRATION REVIEW  '.
001950     02  FILLER PIC X(10) VALUE 'FEED DATE '.
001960     02  RG1-HD-DATE PIC 9(08).
001970     02  FILLER PIC X(07) VALUE '  TERM '.
001980     02  RG1-HD-TERM PIC 9(06).
001990     02  FILLER PIC X(25) VALUE SPACES.
002000 01  RG1-COL-LINE.
002010     02  FILLER PIC X(04) VALUE 'CHG '.
002020     02  FILLER PIC X(08) VALUE 'ID      '.
002030     02  FILLER PIC X(04) VALUE 'SC  '.
002040     02  FILLER PIC X(14) VALUE 'SIS NAME      '.
002050     02  FILLER PIC X(14) VALUE 'FILE NAME     '.
002060     02  FILLER PIC X(56) VALUE 'REASON'.
002070 01  RG1-DET-LINE.
002080     02  FILLER PIC X(01) VALUE SPACE.
002090     02  RG1-DT-CHG PIC X(01).
002100     02  FILLER PIC X(02) VALUE SPACES.
002110     02  RG1-DT-ID PIC X(06).
002120     02  FILLER PIC X(02) VALUE SPACES.
002130     02  RG1-DT-SECT PIC X(02).
002140     02  FILLER PIC X(02) VALUE SPACES.
002150     02  RG1-DT-SIS-NAME PIC X(12).
002160     02  FILLER PIC X(02) VALUE SPACES.
002170     02  RG1-DT-FILE-NAME PIC X(12).
002180     02  FILLER PIC X(02) VALUE SPACES.
002190     02  RG1-DT-REASON PIC X(40).
002200     02  FILLER PIC X(16) VALUE SPACES.
002210 01  RG1-FAIL-LINE.
002220     02  FILLER PIC X(21) VALUE 'FEED REJECTED      - '.
002230     02  RG1-FL-REASON PIC X(44).
002240     02  FILLER PIC X(35) VALUE SPACES.
002250 01  RG1-CTL-LINE.
002260     02  RG1-CL-LABEL PIC X(08).
002270     02  FILLER PIC X(08) VALUE ' COUNT: '.
002280     02  RG1-CL-COUNT PIC ZZZ,ZZ9.
002290     02  FILLER PIC X(10) VALUE '  ID HASH '.
002300     02  RG1-CL-HASH PIC 9(12).
002310     02  FILLER PIC X(55) VALUE SPACES.
002320 01  RG1-TOT-LINE1.
002330     02  FILLER PIC X(14) VALUE 'CHANGES READ: '.
002340     02  RG1-TT-READ PIC ZZZ,ZZ9.
002350     02  FILLER PIC X(13) VALUE '  CONFLICTS: '.
002360     02  RG1-TT-CONFLICT PIC ZZZ,ZZ9.
002370     02  FILLER PIC X(19) VALUE '  ALREADY APPLIED: '.
002380     02  RG1-TT-NOOP PIC ZZZ,ZZ9.
002390     02  FILLER PIC X(33) VALUE SPACES.
002400 01  RG1-TOT-LINE2.
002410     02  FILLER PIC X(15) VALUE 'FILEMTRN ADDS: '.
002420     02  RG1-TT-ADD PIC ZZZ,ZZ9.
002430     02  FILLER PIC X(16) VALUE '  NAME CHANGES: '.
002440     02  RG1-TT-NAME PIC ZZZ,ZZ9.
002450     02  FILLER PIC X(12) VALUE '  ENROLLED: '.
002460     02  RG1-TT-ENROLL PIC ZZZ,ZZ9.
002470     02  FILLER PIC X(11) VALUE '  DROPPED: '.
002480     02  RG1-TT-DROP PIC ZZZ,ZZ9.
002490     02  FILLER PIC X(18) VALUE SPACES.
002500 01  RG1-TOT-LINE3.
002510     02  FILLER PIC X(17) VALUE 'FILENRL ROWS IN: '.
002520     02  RG1-TT-ENR-IN PIC ZZZ,ZZ9.
002530     02  FILLER PIC X(07) VALUE '  OUT: '.
002540     02  RG1-TT-ENR-OUT PIC ZZZ,ZZ9.
002550     02  FILLER PIC X(62) VALUE SPACES.
002560 01  RG1-NONE-LINE.
002570     02  FILLER PIC X(44) VALUE
002580         'NO CONFLICTS FOR REVIEW                     '.
002590     02  FILLER PIC X(56) VALUE SPACES.
002600 PROCEDURE DIVISION.
002610 0000-MAINLINE.
002620     OPEN OUTPUT REVIEW-FILE.
002630     PERFORM V THRU V-EXIT.
002640     MOVE RG1-FEED-DATE TO RG1-HD-DATE.
002650     MOVE RG1-TERM TO RG1-HD-TERM.
002660     WRITE REVIEW-LINE FROM RG1-HEAD-LINE
002670         AFTER ADVANCING PAGE.
002680     MOVE 'TRAILER' TO RG1-CL-LABEL.
002690     MOVE RG1-TRL-COUNT TO RG1-CL-COUNT.
002700     MOVE RG1-TRL-HASH TO RG1-CL-HASH.
002710     WRITE REVIEW-LINE FROM RG1-CTL-LINE
002720         AFTER ADVANCING 2 LINES.
002730     MOVE 'COUNTED' TO RG1-CL-LABEL.
002740     MOVE RG1-DETAIL-COUNT TO RG1-CL-COUNT.
002750     MOVE RG1-ID-HASH TO RG1-CL-HASH.
002760     WRITE REVIEW-LINE FROM RG1-CTL-LINE
002770         AFTER ADVANCING 1 LINE.
002780     PERFORM V3 THRU V3-EXIT.
002790     IF RG1-FEED-OK-NO
002800         CLOSE REVIEW-FILE
002810         DISPLAY 'GRADSREG - FILESREG FAILED ITS CONTROL CHECKS'
002820             ' - NOTHING BUILT, SEE FILESRRV'
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     OPEN INPUT MASTER-FILE.
002870     IF RG1-MASTER-STATUS = '00'
002880         MOVE 'Y' TO RG1-MASTER-ON-SW
002890     ELSE
002900         IF RG1-MASTER-STATUS NOT = '35'
002910             DISPLAY 'GRADSREG - FILEMAST DID NOT OPEN, STATUS '
002920                 RG1-MASTER-STATUS
002930             MOVE 16 TO RETURN-CODE
002940             STOP RUN
002950         END-IF
002960         DISPLAY 'GRADSREG - NO FILEMAST YET - EVERY STUDENT IS '
002970             'NEW'
002980     END-IF.
002990     OPEN INPUT HIST-FILE.
003000     IF RG1-HIST-STATUS NOT = '00'
003010         DISPLAY 'GRADSREG - FILEHIST DID NOT OPEN, STATUS '
003020             RG1-HIST-STATUS ' - DROPS CANNOT BE CHECKED'
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     PERFORM L THRU L-EXIT.
003070     PERFORM Q THRU Q-EXIT.
003080     WRITE REVIEW-LINE FROM RG1-COL-LINE
003090         AFTER ADVANCING 2 LINES.
003100     MOVE SPACES TO REVIEW-LINE.
003110     WRITE REVIEW-LINE AFTER ADVANCING 1 LINE.
003120     OPEN OUTPUT TRANS-FILE.
003130     OPEN INPUT CHANGE-FILE.
003140     PERFORM A THRU A-EXIT UNTIL RG1-EOF-YES.
003150     CLOSE CHANGE-FILE.
003160     OPEN OUTPUT NEWENR-FILE.
003170     PERFORM W THRU W-EXIT
003180         VARYING RG1-ENR-IX FROM 1 BY 1
003190         UNTIL RG1-ENR-IX > RG1-ENR-COUNT.
003200     CLOSE NEWENR-FILE.
003210     IF RG1-CONFLICT-COUNT = 0
003220         WRITE REVIEW-LINE FROM RG1-NONE-LINE
003230             AFTER ADVANCING 1 LINE
003240     END-IF.
003250     MOVE RG1-READ-COUNT TO RG1-TT-READ.
003260     MOVE RG1-CONFLICT-COUNT TO RG1-TT-CONFLICT.
003270     MOVE RG1-NOOP-COUNT TO RG1-TT-NOOP.
003280     WRITE REVIEW-LINE FROM RG1-TOT-LINE1
003290         AFTER ADVANCING 2 LINES.
003300     MOVE RG1-ADD-COUNT TO RG1-TT-ADD.
003310     MOVE RG1-NAME-COUNT TO RG1-TT-NAME.
003320     MOVE RG1-ENROLL-COUNT TO RG1-TT-ENROLL.
003330     MOVE RG1-DROP-COUNT TO RG1-TT-DROP.
003340     WRITE REVIEW-LINE FROM RG1-TOT-LINE2
003350         AFTER ADVANCING 1 LINE.
003360     MOVE RG1-ENR-IN-COUNT TO RG1-TT-ENR-IN.
003370     MOVE RG1-ENR-OUT-COUNT TO RG1-TT-ENR-OUT.
003380     WRITE REVIEW-LINE FROM RG1-TOT-LINE3
003390         AFTER ADVANCING 1 LINE.
003400     IF RG1-MASTER-ON-SW = 'Y'
003410         CLOSE MASTER-FILE
003420     END-IF.
003430     CLOSE HIST-FILE.
003440     CLOSE TRANS-FILE.
003450     CLOSE REVIEW-FILE.
003460     DISPLAY 'GRADSREG - CHANGES ' RG1-READ-COUNT ' CONFLICTS '
003470         RG1-CONFLICT-COUNT ' FILENRL ROWS ' RG1-ENR-OUT-COUNT.
003480     IF RG1-CONFLICT-COUNT > 0
003490         MOVE 8 TO RETURN-CODE
003500     END-IF.
003510     STOP RUN.
003520*----------------------------------------------------------------
003530* A READS ONE SIS CHANGE AND HANDS IT TO ITS OWN PARAGRAPH. THE
003540* HEADER AND TRAILER WERE PROVED BY V AND ARE PASSED OVER HERE.
003550* A DETAIL THAT CANNOT BE READ AS A CHANGE IS A CONFLICT.
003560*----------------------------------------------------------------
003570 A.
003580     READ CHANGE-FILE AT END
003590         SET RG1-EOF-YES TO TRUE
003600         GO TO A-EXIT.
003610     IF RH1 = 'HEADER' OR RT1 = 'TRAILER'
003620         GO TO A-EXIT
003630     END-IF.
003640     ADD 1 TO RG1-READ-COUNT.
003650     MOVE SPACES TO RG1-KNOWN-NAME.
003660     IF RD2 NOT NUMERIC
003670         MOVE 'STUDENT ID NOT NUMERIC' TO RG1-REASON
003680         PERFORM X THRU X-EXIT
003690         GO TO A-EXIT
003700     END-IF.
003710     EVALUATE RD1
003720         WHEN 'S'
003730             PERFORM S THRU S-EXIT
003740         WHEN 'N'
003750             PERFORM N THRU N-EXIT
003760         WHEN 'A'
003770             PERFORM E THRU E-EXIT
003780         WHEN 'D'
003790             PERFORM D THRU D-EXIT
003800         WHEN OTHER
003810             MOVE 'CHANGE CODE NOT S, N, A, OR D' TO RG1-REASON
003820             PERFORM X THRU X-EXIT
003830     END-EVALUATE.
003840 A-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870* S - NEW STUDENT. AN ID ALREADY ON FILEMAST (OR ADDED EARLIER IN
003880* THIS FEED) UNDER THE SAME NAME IS ALREADY APPLIED; UNDER ANY
003890* OTHER NAME IT IS A CONFLICT -- TWO PEOPLE MUST NEVER SHARE AN
003900* ID. OTHERWISE AN 'A' TRANSACTION IS WRITTEN FOR MASTMNT1 AND
003910* THE STUDENT IS HELD AS PENDING SO LATER CHANGES IN THE FEED
003920* FIND THEM.
003930*----------------------------------------------------------------
003940 S.
003950     IF RD3 = SPACES
003960         MOVE 'NEW STUDENT WITH NO NAME' TO RG1-REASON
003970         PERFORM X THRU X-EXIT
003980         GO TO S-EXIT
003990     END-IF.
004000     PERFORM K THRU K-EXIT.
004010     IF RG1-KNOWN-NONE
004020         GO TO S-ADD
004030     END-IF.
004040     IF RG1-KNOWN-NAME = RD3
004050         ADD 1 TO RG1-NOOP-COUNT
004060     ELSE
004070         MOVE 'ID ALREADY ON FILE UNDER ANOTHER NAME'
004080             TO RG1-REASON
004090         PERFORM X THRU X-EXIT
004100     END-IF.
004110     GO TO S-EXIT.
004120 S-ADD.
004130     IF RG1-PEND-COUNT NOT < RG1-PEND-MAX
004140         DISPLAY 'GRADSREG - MORE THAN 2000 NEW STUDENTS IN ONE '
004150             'FEED - SPLIT THE FILE AND RERUN'
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     ADD 1 TO RG1-PEND-COUNT.
004200     MOVE RD2 TO RG1-PN-ID (RG1-PEND-COUNT).
004210     MOVE RD3 TO RG1-PN-NAME (RG1-PEND-COUNT).
004220     MOVE SPACES TO TRANS-ADDR-RECORD.
004230     MOVE 'A' TO TR1.
004240     MOVE RD2 TO TR2.
004250     MOVE RD3 TO TR3.
004260     WRITE TRANS-RECORD.
004270     ADD 1 TO RG1-ADD-COUNT.
004280 S-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* N - LEGAL NAME CHANGE. THE STUDENT MUST BE ON FILEMAST OR ADDED
004320* EARLIER IN THIS FEED. A NAME ALREADY ON FILE IS ALREADY
004330* APPLIED; OTHERWISE A 'C' TRANSACTION IS WRITTEN, AND A PENDING
004340* STUDENT'S HELD NAME IS UPDATED TO MATCH.
004350*----------------------------------------------------------------
004360 N.
004370     IF RD3 = SPACES
004380         MOVE 'NAME CHANGE WITH NO NAME' TO RG1-REASON
004390         PERFORM X THRU X-EXIT
004400         GO TO N-EXIT
004410     END-IF.
004420     PERFORM K THRU K-EXIT.
004430     IF RG1-KNOWN-NONE
004440         MOVE 'NAME CHANGE - STUDENT NOT ON FILEMAST'
004450             TO RG1-REASON
004460         PERFORM X THRU X-EXIT
004470         GO TO N-EXIT
004480     END-IF.
004490     IF RG1-KNOWN-NAME = RD3
004500         ADD 1 TO RG1-NOOP-COUNT
004510         GO TO N-EXIT
004520     END-IF.
004530     IF RG1-KNOWN-PENDING
004540         MOVE RD3 TO RG1-PN-NAME (RG1-PEND-FOUND-IX)
004550     END-IF.
004560     MOVE SPACES TO TRANS-ADDR-RECORD.
004570     MOVE 'C' TO TR1.
004580     MOVE RD2 TO TR2.
004590     MOVE RD3 TO TR3.
004600     WRITE TRANS-RECORD.
004610     ADD 1 TO RG1-NAME-COUNT.
004620 N-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650* E - SECTION ADD. THE STUDENT MUST BE KNOWN AND THE SECTION ON
004660* FILECTLG (WHEN THE CATALOG IS THERE TO CHECK). A PAIR ALREADY
004670* ON THE ROSTER IS ALREADY APPLIED; ONE DROPPED EARLIER IN THIS
004680* FEED IS PUT BACK; ANYTHING ELSE IS ADDED TO THE ROSTER.
004690*----------------------------------------------------------------
004700 E.
004710     IF RD4 NOT NUMERIC OR RD4 = 0
004720         MOVE 'SECTION ADD - SECTION NOT NUMERIC' TO RG1-REASON
004730         PERFORM X THRU X-EXIT
004740         GO TO E-EXIT
004750     END-IF.
004760     IF RG1-CTLG-ON-SW = 'Y' AND RG1-CT-USED-SW (RD4) NOT = 'Y'
004770         MOVE 'SECTION ADD - SECTION NOT ON FILECTLG'
004780             TO RG1-REASON
004790         PERFORM X THRU X-EXIT
004800         GO TO E-EXIT
004810     END-IF.
004820     PERFORM K THRU K-EXIT.
004830     IF RG1-KNOWN-NONE
004840         MOVE 'SECTION ADD - STUDENT NOT ON FILEMAST'
004850             TO RG1-REASON
004860         PERFORM X THRU X-EXIT
004870         GO TO E-EXIT
004880     END-IF.
004890     PERFORM U THRU U-EXIT.
004900     IF RG1-ENR-FOUND-SW = 'Y'
004910         IF RG1-EN-DROP-SW (RG1-ENR-FOUND-IX) = 'Y'
004920             MOVE 'N' TO RG1-EN-DROP-SW (RG1-ENR-FOUND-IX)
004930             SUBTRACT 1 FROM RG1-DROP-COUNT
004940             ADD 1 TO RG1-ENROLL-COUNT
004950         ELSE
004960             ADD 1 TO RG1-NOOP-COUNT
004970         END-IF
004980         GO TO E-EXIT
004990     END-IF.
005000     IF RG1-ENR-COUNT NOT < RG1-ENR-MAX
005010         DISPLAY 'GRADSREG - MORE THAN 5000 FILENRL ROWS - '
005020             'SPLIT THE FILE AND RERUN'
005030         MOVE 16 TO RETURN-CODE
005040         STOP RUN
005050     END-IF.
005060     ADD 1 TO RG1-ENR-COUNT.
005070     MOVE RD4 TO RG1-EN-SECT (RG1-ENR-COUNT).
005080     MOVE RD2 TO RG1-EN-ID (RG1-ENR-COUNT).
005090     MOVE 'N' TO RG1-EN-DROP-SW (RG1-ENR-COUNT).
005100     ADD 1 TO RG1-ENROLL-COUNT.
005110 E-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140* D - SECTION DROP. A PAIR NOT ON THE ROSTER IS ALREADY APPLIED.
005150* A STUDENT WITH A FILEHIST ROW FOR THE SECTION IN THE FEED TERM
005160* HAS A GRADE POSTED AND STAYS ENROLLED -- THE REGISTRAR DECIDES
005170* WHETHER THAT GRADE SHOULD BECOME A W THROUGH GRADCHG.
005180*----------------------------------------------------------------
005190 D.
005200     IF RD4 NOT NUMERIC OR RD4 = 0
005210         MOVE 'SECTION DROP - SECTION NOT NUMERIC' TO RG1-REASON
005220         PERFORM X THRU X-EXIT
005230         GO TO D-EXIT
005240     END-IF.
005250     PERFORM U THRU U-EXIT.
005260     IF RG1-ENR-FOUND-SW = 'N'
005270         ADD 1 TO RG1-NOOP-COUNT
005280         GO TO D-EXIT
005290     END-IF.
005300     IF RG1-EN-DROP-SW (RG1-ENR-FOUND-IX) = 'Y'
005310         ADD 1 TO RG1-NOOP-COUNT
005320         GO TO D-EXIT
005330     END-IF.
005340     MOVE RD2 TO H1-ID.
005350     MOVE RG1-TERM TO H1-TERM.
005360     MOVE RD4 TO H1-SECT.
005370     READ HIST-FILE
005380         INVALID KEY
005390             CONTINUE
005400         NOT INVALID KEY
005410             MOVE 'SECTION DROP - GRADE   ALREADY ON FILEHIST'
005420                 TO RG1-REASON
005430             MOVE H4 TO RG1-REASON(22:1)
005440             PERFORM X THRU X-EXIT
005450             GO TO D-EXIT
005460     END-READ.
005470     MOVE 'Y' TO RG1-EN-DROP-SW (RG1-ENR-FOUND-IX).
005480     ADD 1 TO RG1-DROP-COUNT.
005490 D-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------
005520* K FINDS THE CHANGE'S STUDENT: FIRST AMONG THOSE ADDED EARLIER IN
005530* THIS FEED (K2), THEN ON FILEMAST. RG1-KNOWN-NAME IS THE NAME
005540* THE STUDENT IS KNOWN BY.
005550*----------------------------------------------------------------
005560 K.
005570     SET RG1-KNOWN-NONE TO TRUE.
005580     MOVE SPACES TO RG1-KNOWN-NAME.
005590     MOVE 'N' TO RG1-PEND-FOUND-SW.
005600     PERFORM K2 THRU K2-EXIT
005610         VARYING RG1-PEND-IX FROM 1 BY 1
005620         UNTIL RG1-PEND-IX > RG1-PEND-COUNT
005630             OR RG1-PEND-FOUND-SW = 'Y'.
005640     IF RG1-PEND-FOUND-SW = 'Y'
005650         SET RG1-KNOWN-PENDING TO TRUE
005660         MOVE RG1-PN-NAME (RG1-PEND-FOUND-IX) TO RG1-KNOWN-NAME
005670         GO TO K-EXIT
005680     END-IF.
005690     IF RG1-MASTER-ON-SW = 'N'
005700         GO TO K-EXIT
005710     END-IF.
005720     MOVE RD2 TO M1.
005730     READ MASTER-FILE
005740         INVALID KEY
005750             CONTINUE
005760         NOT INVALID KEY
005770             SET RG1-KNOWN-MASTER TO TRUE
005780             MOVE M2 TO RG1-KNOWN-NAME
005790     END-READ.
005800 K-EXIT.
005810     EXIT.
005820 K2.
005830     IF RG1-PN-ID (RG1-PEND-IX) = RD2
005840         MOVE 'Y' TO RG1-PEND-FOUND-SW
005850         MOVE RG1-PEND-IX TO RG1-PEND-FOUND-IX
005860     END-IF.
005870 K2-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* U SEARCHES THE ROSTER TABLE FOR THE CHANGE'S SECTION AND
005910* STUDENT, LEAVING RG1-ENR-FOUND-IX POINTING AT THE MATCH.
005920*----------------------------------------------------------------
005930 U.
005940     MOVE 'N' TO RG1-ENR-FOUND-SW.
005950     PERFORM U2 THRU U2-EXIT
005960         VARYING RG1-ENR-IX FROM 1 BY 1
005970         UNTIL RG1-ENR-IX > RG1-ENR-COUNT
005980             OR RG1-ENR-FOUND-SW = 'Y'.
005990 U-EXIT.
006000     EXIT.
006010 U2.
006020     IF RG1-EN-SECT (RG1-ENR-IX) = RD4
006030         AND RG1-EN-ID (RG1-ENR-IX) = RD2
006040         MOVE 'Y' TO RG1-ENR-FOUND-SW
006050         MOVE RG1-ENR-IX TO RG1-ENR-FOUND-IX
006060     END-IF.
006070 U2-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* X LISTS ONE CONFLICT ON THE REVIEW REPORT. NOTHING FROM THE
006110* CHANGE IS APPLIED.
006120*----------------------------------------------------------------
006130 X.
006140     ADD 1 TO RG1-CONFLICT-COUNT.
006150     MOVE RD1 TO RG1-DT-CHG.
006160     MOVE RD2 TO RG1-DT-ID.
006170     MOVE SPACES TO RG1-DT-SECT.
006180     MOVE SPACES TO RG1-DT-SIS-NAME.
006190     MOVE SPACES TO RG1-DT-FILE-NAME.
006200     IF RD1 = 'A' OR RD1 = 'D'
006210         MOVE RD4 TO RG1-DT-SECT
006220     ELSE
006230         MOVE RD3 TO RG1-DT-SIS-NAME
006240     END-IF.
006250     IF RD2 NUMERIC
006260         MOVE RG1-KNOWN-NAME TO RG1-DT-FILE-NAME
006270     END-IF.
006280     MOVE RG1-REASON TO RG1-DT-REASON.
006290     WRITE REVIEW-LINE FROM RG1-DET-LINE
006300         AFTER ADVANCING 1 LINE.
006310 X-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------
006340* W WRITES ONE ROSTER ROW TO THE REFRESHED FILENRL (FILENRLN).
006350* DROPPED ROWS ARE LEFT OFF.
006360*----------------------------------------------------------------
006370 W.
006380     IF RG1-EN-DROP-SW (RG1-ENR-IX) = 'Y'
006390         GO TO W-EXIT
006400     END-IF.
006410     MOVE RG1-EN-SECT (RG1-ENR-IX) TO NN1.
006420     MOVE RG1-EN-ID (RG1-ENR-IX) TO NN2.
006430     WRITE NEWENR-RECORD.
006440     ADD 1 TO RG1-ENR-OUT-COUNT.
006450 W-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480* V PROVES THE SIS FILE BEFORE ANY CHANGE IS TAKEN FROM IT: THE
006490* FIRST RECORD MUST BE THE HEADER AND THE LAST THE TRAILER, WITH
006500* NO SECOND HEADER OR TRAILER AND NOTHING AFTER THE TRAILER, AND
006510* THE DETAIL COUNT AND ID HASH MUST AGREE WITH THE TRAILER. THE
006520* HEADER TERM MUST MATCH THE FILETMPM CARD WHEN ONE IS THERE.
006530* V3 LISTS EVERY FAILED CHECK ONCE THE HEADING IS OUT.
006540*----------------------------------------------------------------
006550 V.
006560     OPEN INPUT CHANGE-FILE.
006570     IF RG1-CHG-STATUS NOT = '00'
006580         DISPLAY 'GRADSREG - FILESREG NOT AVAILABLE, STATUS '
006590             RG1-CHG-STATUS
006600         MOVE 'N' TO RG1-FEED-OK-SW
006610         GO TO V-EXIT
006620     END-IF.
006630     PERFORM V2 THRU V2-EXIT UNTIL RG1-EOF-YES.
006640     CLOSE CHANGE-FILE.
006650     SET RG1-EOF-NO TO TRUE.
006660     IF RG1-HEADER-SW = 'N' OR RG1-TRAILER-SW = 'N'
006670         OR RG1-MISPLACED-COUNT > 0 OR RG1-AFTER-TRL-COUNT > 0
006680         OR RG1-DETAIL-COUNT NOT = RG1-TRL-COUNT
006690         OR RG1-ID-HASH NOT = RG1-TRL-HASH
006700         MOVE 'N' TO RG1-FEED-OK-SW
006710     END-IF.
006720     IF RG1-HEADER-SW = 'N'
006730         GO TO V-EXIT
006740     END-IF.
006750     OPEN INPUT PARM-FILE.
006760     IF RG1-PARM-STATUS NOT = '00'
006770         DISPLAY 'GRADSREG - FILETMPM NOT AVAILABLE, STATUS '
006780             RG1-PARM-STATUS ' - HEADER TERM NOT CHECKED'
006790         GO TO V-EXIT
006800     END-IF.
006810     READ PARM-FILE
006820         AT END
006830             CONTINUE
006840         NOT AT END
006850             IF PM1 NUMERIC
006860                 MOVE PM1 TO RG1-PARM-TERM
006870             END-IF
006880     END-READ.
006890     CLOSE PARM-FILE.
006900     IF RG1-PARM-TERM NOT = 0 AND RG1-TERM NOT = RG1-PARM-TERM
006910         MOVE 'N' TO RG1-FEED-OK-SW
006920     END-IF.
006930 V-EXIT.
006940     EXIT.
006950 V2.
006960     READ CHANGE-FILE AT END
006970         SET RG1-EOF-YES TO TRUE
006980         GO TO V2-EXIT.
006990     ADD 1 TO RG1-REC-COUNT.
007000     IF RG1-TRAILER-SW = 'Y'
007010         ADD 1 TO RG1-AFTER-TRL-COUNT
007020         GO TO V2-EXIT
007030     END-IF.
007040     IF RH1 = 'HEADER'
007050         IF RG1-REC-COUNT = 1
007060             MOVE 'Y' TO RG1-HEADER-SW
007070             IF RH2 NUMERIC AND RH3 NUMERIC
007080                 MOVE RH2 TO RG1-FEED-DATE
007090                 MOVE RH3 TO RG1-TERM
007100             ELSE
007110                 ADD 1 TO RG1-MISPLACED-COUNT
007120             END-IF
007130         ELSE
007140             ADD 1 TO RG1-MISPLACED-COUNT
007150         END-IF
007160         GO TO V2-EXIT
007170     END-IF.
007180     IF RT1 = 'TRAILER'
007190         MOVE 'Y' TO RG1-TRAILER-SW
007200         IF RT2 NUMERIC AND RT3 NUMERIC
007210             MOVE RT2 TO RG1-TRL-COUNT
007220             MOVE RT3 TO RG1-TRL-HASH
007230         ELSE
007240             ADD 1 TO RG1-MISPLACED-COUNT
007250         END-IF
007260         GO TO V2-EXIT
007270     END-IF.
007280     ADD 1 TO RG1-DETAIL-COUNT.
007290     IF RD2 NUMERIC
007300         ADD RD2 TO RG1-ID-HASH
007310     END-IF.
007320 V2-EXIT.
007330     EXIT.
007340 V3.
007350     IF RG1-CHG-STATUS NOT = '00'
007360         MOVE 'FILESREG NOT AVAILABLE' TO RG1-FL-REASON
007370         PERFORM V4 THRU V4-EXIT
007380         GO TO V3-EXIT
007390     END-IF.
007400     IF RG1-HEADER-SW = 'N'
007410         MOVE 'NO HEADER RECORD AT THE FRONT OF THE FILE'
007420             TO RG1-FL-REASON
007430         PERFORM V4 THRU V4-EXIT
007440     END-IF.
007450     IF RG1-TRAILER-SW = 'N'
007460         MOVE 'NO TRAILER RECORD - FILE INCOMPLETE'
007470             TO RG1-FL-REASON
007480         PERFORM V4 THRU V4-EXIT
007490         GO TO V3-EXIT
007500     END-IF.
007510     IF RG1-MISPLACED-COUNT > 0
007520         MOVE 'EXTRA, MISPLACED, OR BAD HEADER/TRAILER'
007530             TO RG1-FL-REASON
007540         PERFORM V4 THRU V4-EXIT
007550     END-IF.
007560     IF RG1-AFTER-TRL-COUNT > 0
007570         MOVE 'RECORDS FOLLOW THE TRAILER' TO RG1-FL-REASON
007580         PERFORM V4 THRU V4-EXIT
007590     END-IF.
007600     IF RG1-DETAIL-COUNT NOT = RG1-TRL-COUNT
007610         MOVE 'DETAIL COUNT DOES NOT AGREE WITH TRAILER'
007620             TO RG1-FL-REASON
007630         PERFORM V4 THRU V4-EXIT
007640     END-IF.
007650     IF RG1-ID-HASH NOT = RG1-TRL-HASH
007660         MOVE 'ID HASH TOTAL DOES NOT AGREE WITH TRAILER'
007670             TO RG1-FL-REASON
007680         PERFORM V4 THRU V4-EXIT
007690     END-IF.
007700     IF RG1-PARM-TERM NOT = 0 AND RG1-TERM NOT = RG1-PARM-TERM
007710         MOVE 'HEADER TERM DOES NOT MATCH THE FILETMPM TERM'
007720             TO RG1-FL-REASON
007730         PERFORM V4 THRU V4-EXIT
007740     END-IF.
007750 V3-EXIT.
007760     EXIT.
007770 V4.
007780     WRITE REVIEW-LINE FROM RG1-FAIL-LINE
007790         AFTER ADVANCING 1 LINE.
007800 V4-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
007830* L LOADS THE SECTIONS ON FILECTLG SO AN ADD FOR A SECTION THAT
007840* DOES NOT EXIST IS CAUGHT. A MISSING CATALOG LEAVES THE CHECK
007850* OFF WITH A CONSOLE NOTE.
007860*----------------------------------------------------------------
007870 L.
007880     PERFORM L3 THRU L3-EXIT
007890         VARYING RG1-LOAD-IX FROM 1 BY 1
007900         UNTIL RG1-LOAD-IX > 99.
007910     OPEN INPUT CATALOG-FILE.
007920     IF RG1-CTLG-STATUS NOT = '00'
007930         DISPLAY 'GRADSREG - FILECTLG NOT AVAILABLE, STATUS '
007940             RG1-CTLG-STATUS ' - SECTIONS NOT CHECKED'
007950         GO TO L-EXIT
007960     END-IF.
007970     MOVE 'Y' TO RG1-CTLG-ON-SW.
007980     PERFORM L2 THRU L2-EXIT UNTIL RG1-EOF-YES.
007990     CLOSE CATALOG-FILE.
008000     SET RG1-EOF-NO TO TRUE.
008010 L-EXIT.
008020     EXIT.
008030 L2.
008040     READ CATALOG-FILE AT END
008050         SET RG1-EOF-YES TO TRUE
008060         GO TO L2-EXIT.
008070     IF CG1 NOT NUMERIC OR CG1 = 0
008080         DISPLAY 'GRADSREG - BAD FILECTLG ROW SKIPPED'
008090         GO TO L2-EXIT
008100     END-IF.
008110     MOVE 'Y' TO RG1-CT-USED-SW (CG1).
008120 L2-EXIT.
008130     EXIT.
008140 L3.
008150     MOVE 'N' TO RG1-CT-USED-SW (RG1-LOAD-IX).
008160 L3-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------
008190* Q LOADS THE CURRENT ROSTER FROM FILENRL. A MISSING FILE STARTS
008200* AN EMPTY ROSTER -- THE FEED BUILDS IT FROM ITS ADDS.
008210*----------------------------------------------------------------
008220 Q.
008230     OPEN INPUT ENROLL-FILE.
008240     IF RG1-ENR-STATUS NOT = '00'
008250         DISPLAY 'GRADSREG - FILENRL NOT AVAILABLE, STATUS '
008260             RG1-ENR-STATUS ' - STARTING AN EMPTY ROSTER'
008270         GO TO Q-EXIT
008280     END-IF.
008290     PERFORM Q2 THRU Q2-EXIT UNTIL RG1-EOF-YES.
008300     CLOSE ENROLL-FILE.
008310     SET RG1-EOF-NO TO TRUE.
008320 Q-EXIT.
008330     EXIT.
008340 Q2.
008350     READ ENROLL-FILE AT END
008360         SET RG1-EOF-YES TO TRUE
008370         GO TO Q2-EXIT.
008380     IF NR1 NOT NUMERIC OR NR2 NOT NUMERIC
008390         DISPLAY 'GRADSREG - BAD FILENRL ROW DROPPED'
008400         GO TO Q2-EXIT
008410     END-IF.
008420     IF RG1-ENR-COUNT NOT < RG1-ENR-MAX
008430         DISPLAY 'GRADSREG - MORE THAN 5000 FILENRL ROWS - '
008440             'SPLIT THE FILE AND RERUN'
008450         MOVE 16 TO RETURN-CODE
008460         STOP RUN
008470     END-IF.
008480     ADD 1 TO RG1-ENR-COUNT.
008490     ADD 1 TO RG1-ENR-IN-COUNT.
008500     MOVE NR1 TO RG1-EN-SECT (RG1-ENR-COUNT).
008510     MOVE NR2 TO RG1-EN-ID (RG1-ENR-COUNT).
008520     MOVE 'N' TO RG1-EN-DROP-SW (RG1-ENR-COUNT).
008530 Q2-EXIT.
008540     EXIT.

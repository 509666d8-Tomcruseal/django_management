000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GRADALRT.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  ACADEMIC RECORDS - NIGHT BATCH.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RH  ORIGINAL PROGRAM - MIDTERM EARLY ALERT. RUNS AFTER
000110*              GRADPOST AND READS THE MIDTERM FILE (FILEMIDT) IT
000120*              WRITES ON A MIDTERM RUN. ON A MIDTERM RUN ('M' IN
000130*              THE FILETMPM RUN-TYPE BYTE) EVERY STUDENT BELOW C
000140*              (PROGRESS GRADE D OR F) IN ANY SECTION GOES ON THE
000150*              FILEALRT EARLY-ALERT LISTING WITH ALL OF THEIR
000160*              AT-RISK SECTIONS TOGETHER, ONE PAGE PER ADVISOR
000170*              FROM THE FILEADVX STUDENT-TO-ADVISOR CROSS-
000180*              REFERENCE SO EACH PAGE CAN BE ROUTED AS IT STANDS.
000190*              A STUDENT WITH NO ADVISOR ON FILE GOES TO THE
000200*              ADVISING OFFICE. ON THE FINAL RUN OF THE SAME TERM
000210*              THE SAME FLAGGED ROWS ARE LOOKED UP ON FILEHIST
000220*              AND THE FILERCVR RECOVERY LISTING SHOWS WHICH
000230*              STUDENTS PULLED THE SECTION UP TO C OR BETTER.
000240*              THESE LISTINGS STAY INSIDE ADVISING, SO NAMES ARE
000250*              NOT MASKED FOR A PRIVACY HOLD.
000260*----------------------------------------------------------------
000270* MIDTERM RECORD (FILEMIDT, WRITTEN BY GRADPOST): MD1 TERM, MD2
000280* STUDENT ID, MD3 COURSE/SECTION, MD4 NAME, MD5 PROGRESS AVERAGE,
000290* MD6 PROGRESS GRADE, MD7 RUN DATE.
000300* ADVISOR CROSS-REFERENCE (FILEADVX): AV1 STUDENT ID, AV2 ADVISOR,
000310* AV3 DELIVERY POINT.
000320* PARM CARD (FILETMPM): PM1 TERM (YYYYTT), PM2 RUN TYPE ('M'
000330* MIDTERM, 'F' OR BLANK FINAL).
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PARM-FILE ASSIGN TO FILETMPM
000390         FILE STATUS IS EA1-PARM-STATUS.
000400     SELECT MIDT-FILE ASSIGN TO FILEMIDT
000410         FILE STATUS IS EA1-MIDT-STATUS.
000420     SELECT ADVX-FILE ASSIGN TO FILEADVX
000430         FILE STATUS IS EA1-ADVX-STATUS.
000440     SELECT HIST-FILE ASSIGN TO FILEHIST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS H1
000480         FILE STATUS IS EA1-HIST-STATUS.
000490     SELECT SORT-FILE ASSIGN TO FILEASRT.
000500     SELECT ALRT-FILE ASSIGN TO FILEALRT.
000510     SELECT RCVR-FILE ASSIGN TO FILERCVR.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PARM-FILE LABEL RECORD IS STANDARD.
000550 01  PARM-RECORD.
000560     02  PM1 PIC 9(06).
000570     02  PM2 PIC X(01).
000580     02  FILLER PIC X(73).
000590 FD  MIDT-FILE LABEL RECORD IS STANDARD.
000600 01  MIDT-RECORD.
000610     02  MD1 PIC 9(06).
000620     02  MD2 PIC 9(06).
000630     02  MD3 PIC 99.
000640     02  MD4 PIC X(12).
000650     02  MD5 PIC 99V99.
000660     02  MD6 PIC X(01).
000670     02  MD7 PIC 9(08).
000680     02  FILLER PIC X(01).
000690 FD  ADVX-FILE LABEL RECORD IS STANDARD.
000700 01  ADVX-RECORD.
000710     02  AV1 PIC 9(06).
000720     02  AV2 PIC X(20).
000730     02  AV3 PIC X(20).
000740 FD  HIST-FILE.
000750 01  HIST-RECORD.
000760     02  H1.
000770         03  H1-ID PIC 9(6).
000780         03  H1-TERM PIC 9(6).
000790         03  H1-SECT PIC 99.
000800     02  H2 PIC X(12).
000810     02  H3 PIC 99V99.
000820     02  H4 PIC X(01).
000830     02  H5 PIC 9(08).
000840     02  H6 PIC 9(02).
000850 SD  SORT-FILE.
000860 01  SORT-RECORD.
000870     02  SA1 PIC X(20).
000880     02  SA2 PIC X(20).
000890     02  SA3 PIC 9(6).
000900     02  SA4 PIC 99.
000910     02  SA5 PIC X(12).
000920     02  SA6 PIC 99V99.
000930     02  SA7 PIC X(01).
000940     02  SA8 PIC X(01).
000950     02  SA9 PIC X(01).
000960 FD  ALRT-FILE LABEL RECORD IS OMITTED.
000970 01  ALRT-LINE PIC X(100).
000980 FD  RCVR-FILE LABEL RECORD IS OMITTED.
000990 01  RCVR-LINE PIC X(100).
001000 WORKING-STORAGE SECTION.
001010 77  EA1-EOF-SW PIC X VALUE 'N'.
001020     88  EA1-EOF-YES VALUE 'Y'.
001030     88  EA1-EOF-NO  VALUE 'N'.
001040 77  EA1-SORT-EOF-SW PIC X VALUE 'N'.
001050     88  EA1-SORT-EOF-YES VALUE 'Y'.
001060     88  EA1-SORT-EOF-NO  VALUE 'N'.
001070 77  EA1-PARM-STATUS PIC XX VALUE SPACES.
001080 77  EA1-MIDT-STATUS PIC XX VALUE SPACES.
001090 77  EA1-ADVX-STATUS PIC XX VALUE SPACES.
001100 77  EA1-HIST-STATUS PIC XX VALUE SPACES.
001110 77  EA1-RUN-DATE PIC 9(08) VALUE 0.
001120 77  EA1-TERM PIC 9(06) VALUE 0.
001130 77  EA1-RUN-TYPE PIC X VALUE SPACE.
001140     88  EA1-MIDTERM-YES VALUE 'M'.
001150     88  EA1-FINAL-YES VALUE 'F' ' '.
001160 77  EA1-MIDT-OPEN-SW PIC X VALUE 'N'.
001170     88  EA1-MIDT-OPEN-YES VALUE 'Y'.
001180     88  EA1-MIDT-OPEN-NO  VALUE 'N'.
001190 77  EA1-READ-COUNT PIC 9(6) VALUE 0.
001200 77  EA1-TERM-COUNT PIC 9(6) VALUE 0.
001210 77  EA1-OTHER-COUNT PIC 9(6) VALUE 0.
001220 77  EA1-FLAG-COUNT PIC 9(6) VALUE 0.
001230 77  EA1-STUD-COUNT PIC 9(6) VALUE 0.
001240 77  EA1-RCVD-COUNT PIC 9(6) VALUE 0.
001250 77  EA1-NOTR-COUNT PIC 9(6) VALUE 0.
001260 77  EA1-WDRW-COUNT PIC 9(6) VALUE 0.
001270 77  EA1-INCP-COUNT PIC 9(6) VALUE 0.
001280 77  EA1-NOFN-COUNT PIC 9(6) VALUE 0.
001290 77  EA1-ADV-STUD PIC 9(6) VALUE 0.
001300 77  EA1-ADV-SECT PIC 9(6) VALUE 0.
001310 77  EA1-ADV-RCVD PIC 9(6) VALUE 0.
001320 77  EA1-FIRST-REC-SW PIC X VALUE 'Y'.
001330 77  EA1-CURR-ADV PIC X(20) VALUE SPACES.
001340 77  EA1-CURR-DEST PIC X(20) VALUE SPACES.
001350 77  EA1-CURR-ID PIC 9(6) VALUE 0.
001360 77  EA1-ADVX-COUNT PIC 9(4) COMP VALUE 0.
001370 77  EA1-ADVX-MAX PIC 9(4) COMP VALUE 5000.
001380 77  EA1-ADVX-IX PIC 9(4) COMP VALUE 0.
001390 77  EA1-ADVX-FOUND-IX PIC 9(4) COMP VALUE 0.
001400 77  EA1-ADVX-FOUND-SW PIC X VALUE 'N'.
001410 01  EA1-ADVX-TABLE.
001420     02  EA1-ADVX-ENTRY OCCURS 5000.
001430         03  EA1-AX-ID PIC 9(6).
001440         03  EA1-AX-ADV PIC X(20).
001450         03  EA1-AX-DEST PIC X(20).
001460 01  EA1-HEAD-LINE.
001470     02  EA1-HD-TITLE PIC X(44) VALUE
001480         'ACADEMIC RECORDS - MIDTERM EARLY ALERT      '.
001490     02  FILLER PIC X(09) VALUE 'RUN DATE '.
001500     02  EA1-HD-DATE PIC 9(08).
001510     02  FILLER PIC X(07) VALUE '  TERM '.
001520     02  EA1-HD-TERM PIC 9(06).
001530     02  FILLER PIC X(26) VALUE SPACES.
001540 01  EA1-LABEL-LINE.
001550     02  FILLER PIC X(08) VALUE 'ADVISOR '.
001560     02  EA1-LB-ADV PIC X(20).
001570     02  FILLER PIC X(12) VALUE '  DELIVER TO'.
001580     02  FILLER PIC X(01) VALUE SPACE.
001590     02  EA1-LB-DEST PIC X(20).
001600     02  FILLER PIC X(39) VALUE SPACES.
001610 01  EA1-ANOTE-LINE.
001620     02  FILLER PIC X(44) VALUE
001630         'THE STUDENTS BELOW ARE UNDER C AT MIDTERM IN'.
001640     02  FILLER PIC X(44) VALUE
001650         ' EVERY SECTION LISTED - PLEASE REACH OUT NOW'.
001660     02  FILLER PIC X(12) VALUE SPACES.
001670 01  EA1-RNOTE-LINE.
001680     02  FILLER PIC X(45) VALUE
001690         'FINAL GRADES FOR THE SECTIONS THESE STUDENTS '.
001700     02  FILLER PIC X(26) VALUE
001710         'WERE UNDER C IN AT MIDTERM'.
001720     02  FILLER PIC X(29) VALUE SPACES.
001730 01  EA1-ACOL-LINE.
001740     02  FILLER PIC X(22) VALUE 'ID      NAME          '.
001750     02  FILLER PIC X(05) VALUE 'SEC  '.
001760     02  FILLER PIC X(09) VALUE 'MID AVG  '.
001770     02  FILLER PIC X(64) VALUE 'GRADE'.
001780 01  EA1-RCOL-LINE.
001790     02  FILLER PIC X(22) VALUE 'ID      NAME          '.
001800     02  FILLER PIC X(05) VALUE 'SEC  '.
001810     02  FILLER PIC X(09) VALUE 'MID AVG  '.
001820     02  FILLER PIC X(05) VALUE 'MID  '.
001830     02  FILLER PIC X(07) VALUE 'FINAL  '.
001840     02  FILLER PIC X(52) VALUE 'OUTCOME'.
001850 01  EA1-DET-LINE.
001860     02  EA1-DT-ID PIC X(06).
001870     02  FILLER PIC X(02) VALUE SPACES.
001880     02  EA1-DT-NAME PIC X(12).
001890     02  FILLER PIC X(02) VALUE SPACES.
001900     02  EA1-DT-SECT PIC 99.
001910     02  FILLER PIC X(03) VALUE SPACES.
001920     02  EA1-DT-AVG PIC Z9.99.
001930     02  FILLER PIC X(04) VALUE SPACES.
001940     02  EA1-DT-MID PIC X(01).
001950     02  FILLER PIC X(04) VALUE SPACES.
001960     02  EA1-DT-FINAL PIC X(01).
001970     02  FILLER PIC X(06) VALUE SPACES.
001980     02  EA1-DT-OUTCOME PIC X(21).
001990     02  FILLER PIC X(31) VALUE SPACES.
002000 01  EA1-ATOT-LINE.
002010     02  FILLER PIC X(18) VALUE 'FLAGGED STUDENTS: '.
002020     02  EA1-AT-STUD PIC ZZZ,ZZ9.
002030     02  FILLER PIC X(20) VALUE '  AT-RISK SECTIONS: '.
002040     02  EA1-AT-SECT PIC ZZZ,ZZ9.
002050     02  FILLER PIC X(48) VALUE SPACES.
002060 01  EA1-RTOT-LINE.
002070     02  FILLER PIC X(18) VALUE 'FLAGGED STUDENTS: '.
002080     02  EA1-RT-STUD PIC ZZZ,ZZ9.
002090     02  FILLER PIC X(12) VALUE '  SECTIONS: '.
002100     02  EA1-RT-SECT PIC ZZZ,ZZ9.
002110     02  FILLER PIC X(13) VALUE '  RECOVERED: '.
002120     02  EA1-RT-RCVD PIC ZZZ,ZZ9.
002130     02  FILLER PIC X(36) VALUE SPACES.
002140 01  EA1-GTOT-LINE.
002150     02  FILLER PIC X(19) VALUE 'MIDTERM ROWS READ: '.
002160     02  EA1-GT-READ PIC ZZZ,ZZ9.
002170     02  FILLER PIC X(20) VALUE '  FLAGGED SECTIONS: '.
002180     02  EA1-GT-SECT PIC ZZZ,ZZ9.
002190     02  FILLER PIC X(20) VALUE '  FLAGGED STUDENTS: '.
002200     02  EA1-GT-STUD PIC ZZZ,ZZ9.
002210     02  FILLER PIC X(20) VALUE SPACES.
002220 01  EA1-OTOT-LINE.
002230     02  FILLER PIC X(10) VALUE 'RECOVERED:'.
002240     02  EA1-OT-RCVD PIC ZZZ,ZZ9.
002250     02  FILLER PIC X(16) VALUE '  NOT RECOVERED:'.
002260     02  EA1-OT-NOTR PIC ZZZ,ZZ9.
002270     02  FILLER PIC X(11) VALUE '  WITHDREW:'.
002280     02  EA1-OT-WDRW PIC ZZZ,ZZ9.
002290     02  FILLER PIC X(13) VALUE '  INCOMPLETE:'.
002300     02  EA1-OT-INCP PIC ZZZ,ZZ9.
002310     02  FILLER PIC X(11) VALUE '  NO FINAL:'.
002320     02  EA1-OT-NOFN PIC ZZZ,ZZ9.
002330     02  FILLER PIC X(04) VALUE SPACES.
002340 01  EA1-NOTE-LINE.
002350     02  EA1-NT-TEXT PIC X(50).
002360     02  FILLER PIC X(50) VALUE SPACES.
002370 PROCEDURE DIVISION.
002380 0000-MAINLINE SECTION.
002390 0000-START.
002400     ACCEPT EA1-RUN-DATE FROM DATE YYYYMMDD.
002410     PERFORM F THRU F-EXIT.
002420     IF EA1-TERM = 0
002430         DISPLAY 'GRADALRT - NO TERM CODE ON FILETMPM - '
002440             'NO LISTING BUILT'
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     IF NOT EA1-MIDTERM-YES AND NOT EA1-FINAL-YES
002490         DISPLAY 'GRADALRT - FILETMPM RUN TYPE ' EA1-RUN-TYPE
002500             ' IS NOT M, F, OR BLANK - NO LISTING BUILT'
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     PERFORM K THRU K-EXIT.
002550     OPEN INPUT MIDT-FILE.
002560     IF EA1-MIDT-STATUS = '00'
002570         SET EA1-MIDT-OPEN-YES TO TRUE
002580     ELSE
002590         IF EA1-MIDTERM-YES
002600             DISPLAY 'GRADALRT - FILEMIDT DID NOT OPEN, STATUS '
002610                 EA1-MIDT-STATUS ' - RUN GRADPOST FIRST'
002620             MOVE 16 TO RETURN-CODE
002630             STOP RUN
002640         END-IF
002650         DISPLAY 'GRADALRT - NO FILEMIDT, STATUS '
002660             EA1-MIDT-STATUS ' - NO MIDTERM RUN TO FOLLOW UP'
002670     END-IF.
002680     IF EA1-FINAL-YES AND EA1-MIDT-OPEN-YES
002690         OPEN INPUT HIST-FILE
002700         IF EA1-HIST-STATUS NOT = '00'
002710             DISPLAY 'GRADALRT - FILEHIST DID NOT OPEN, STATUS '
002720                 EA1-HIST-STATUS
002730             MOVE 16 TO RETURN-CODE
002740             CLOSE MIDT-FILE
002750             STOP RUN
002760         END-IF
002770     END-IF.
002780     MOVE EA1-RUN-DATE TO EA1-HD-DATE.
002790     MOVE EA1-TERM TO EA1-HD-TERM.
002800     IF EA1-MIDTERM-YES
002810         OPEN OUTPUT ALRT-FILE
002820     ELSE
002830         MOVE 'ACADEMIC RECORDS - MIDTERM ALERT RECOVERY   '
002840             TO EA1-HD-TITLE
002850         OPEN OUTPUT RCVR-FILE
002860     END-IF.
002870     IF EA1-MIDT-OPEN-YES
002880         SORT SORT-FILE
002890             ON ASCENDING KEY SA1 SA2 SA3 SA4
002900             INPUT PROCEDURE IS A
002910             OUTPUT PROCEDURE IS B
002920         CLOSE MIDT-FILE
002930     ELSE
002940         MOVE 'NO MIDTERM FILE ON HAND - NOTHING TO FOLLOW UP'
002950             TO EA1-NT-TEXT
002960         PERFORM P THRU P-EXIT
002970         WRITE RCVR-LINE FROM EA1-NOTE-LINE
002980             AFTER ADVANCING 2 LINES
002990     END-IF.
003000     IF EA1-MIDTERM-YES
003010         CLOSE ALRT-FILE
003020         DISPLAY 'GRADALRT - TERM ' EA1-TERM ' EARLY ALERT - '
003030             'STUDENTS ' EA1-STUD-COUNT ' SECTIONS '
003040             EA1-FLAG-COUNT
003050     ELSE
003060         IF EA1-MIDT-OPEN-YES
003070             CLOSE HIST-FILE
003080         END-IF
003090         CLOSE RCVR-FILE
003100         DISPLAY 'GRADALRT - TERM ' EA1-TERM ' RECOVERY - '
003110             'SECTIONS ' EA1-FLAG-COUNT ' RECOVERED '
003120             EA1-RCVD-COUNT
003130     END-IF.
003140     IF EA1-OTHER-COUNT > 0
003150         DISPLAY 'GRADALRT - FILEMIDT ROWS FOR ANOTHER TERM '
003160             'SKIPPED ' EA1-OTHER-COUNT
003170     END-IF.
003180     STOP RUN.
003190*----------------------------------------------------------------
003200* A (SORT INPUT PROCEDURE) READS FILEMIDT FRONT TO BACK. ONLY THE
003210* TERM ON THE FILETMPM CARD COUNTS, AND ONLY A PROGRESS GRADE OF
003220* D OR F IS FLAGGED. EACH FLAGGED ROW IS TAGGED WITH THE STUDENT'S
003230* ADVISOR (K3) AND, ON THE FINAL RUN, WITH ITS FINAL OUTCOME FROM
003240* FILEHIST (C) BEFORE IT IS RELEASED FOR ADVISOR/STUDENT ORDER.
003250*----------------------------------------------------------------
003260 A SECTION.
003270 A-START.
003280     SET EA1-EOF-NO TO TRUE.
003290     PERFORM A2 THRU A2-EXIT UNTIL EA1-EOF-YES.
003300     GO TO A-EXIT.
003310 A2.
003320     READ MIDT-FILE AT END
003330         SET EA1-EOF-YES TO TRUE
003340         GO TO A2-EXIT.
003350     ADD 1 TO EA1-READ-COUNT.
003360     IF MD1 NOT = EA1-TERM
003370         ADD 1 TO EA1-OTHER-COUNT
003380         GO TO A2-EXIT
003390     END-IF.
003400     ADD 1 TO EA1-TERM-COUNT.
003410     IF MD6 NOT = 'D' AND MD6 NOT = 'F'
003420         GO TO A2-EXIT
003430     END-IF.
003440     MOVE SPACES TO SORT-RECORD.
003450     PERFORM K3 THRU K3-EXIT.
003460     IF EA1-ADVX-FOUND-SW = 'Y'
003470         MOVE EA1-AX-ADV (EA1-ADVX-FOUND-IX) TO SA1
003480         MOVE EA1-AX-DEST (EA1-ADVX-FOUND-IX) TO SA2
003490     ELSE
003500         MOVE 'UNASSIGNED' TO SA1
003510         MOVE 'ADVISING OFFICE' TO SA2
003520     END-IF.
003530     MOVE MD2 TO SA3.
003540     MOVE MD3 TO SA4.
003550     MOVE MD4 TO SA5.
003560     MOVE MD5 TO SA6.
003570     MOVE MD6 TO SA7.
003580     IF EA1-FINAL-YES
003590         PERFORM C THRU C-EXIT
003600     END-IF.
003610     RELEASE SORT-RECORD.
003620     ADD 1 TO EA1-FLAG-COUNT.
003630 A2-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* C (FINAL RUN) LOOKS THE FLAGGED SECTION UP ON FILEHIST AND SETS
003670* THE OUTCOME CODE IN SA9: R RECOVERED (C OR BETTER), N NOT
003680* RECOVERED (D OR F), W WITHDREW, I INCOMPLETE, X NO FINAL GRADE
003690* POSTED YET. THE FINAL GRADE ITSELF GOES IN SA8.
003700*----------------------------------------------------------------
003710 C.
003720     MOVE MD2 TO H1-ID.
003730     MOVE MD1 TO H1-TERM.
003740     MOVE MD3 TO H1-SECT.
003750     READ HIST-FILE
003760         INVALID KEY
003770             MOVE SPACE TO SA8
003780             MOVE 'X' TO SA9
003790             ADD 1 TO EA1-NOFN-COUNT
003800             GO TO C-EXIT
003810     END-READ.
003820     MOVE H4 TO SA8.
003830     EVALUATE H4
003840         WHEN 'A'
003850         WHEN 'B'
003860         WHEN 'C'
003870             MOVE 'R' TO SA9
003880             ADD 1 TO EA1-RCVD-COUNT
003890         WHEN 'W'
003900             MOVE 'W' TO SA9
003910             ADD 1 TO EA1-WDRW-COUNT
003920         WHEN 'I'
003930             MOVE 'I' TO SA9
003940             ADD 1 TO EA1-INCP-COUNT
003950         WHEN OTHER
003960             MOVE 'N' TO SA9
003970             ADD 1 TO EA1-NOTR-COUNT
003980     END-EVALUATE.
003990 C-EXIT.
004000     EXIT.
004010 A-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* B (SORT OUTPUT PROCEDURE) PRINTS THE LISTING IN ADVISOR ORDER.
004050* EACH ADVISOR STARTS A NEW PAGE HEADED WITH THE ADVISOR AND THE
004060* DELIVERY POINT; WITHIN IT EACH STUDENT'S FLAGGED SECTIONS PRINT
004070* TOGETHER, THE ID AND NAME ON THE FIRST LINE ONLY. THE ADVISOR'S
004080* COUNTS CLOSE THE PAGE AND THE RUN TOTALS CLOSE THE LISTING.
004090*----------------------------------------------------------------
004100 B SECTION.
004110 B-START.
004120     PERFORM B2 THRU B2-EXIT UNTIL EA1-SORT-EOF-YES.
004130     IF EA1-FIRST-REC-SW = 'Y'
004140         PERFORM P THRU P-EXIT
004150         PERFORM B6 THRU B6-EXIT
004160     ELSE
004170         PERFORM B4 THRU B4-EXIT
004180     END-IF.
004190     PERFORM B5 THRU B5-EXIT.
004200     GO TO B-EXIT.
004210 B2.
004220     RETURN SORT-FILE AT END
004230         SET EA1-SORT-EOF-YES TO TRUE
004240         GO TO B2-EXIT.
004250     IF EA1-FIRST-REC-SW = 'Y'
004260         MOVE 'N' TO EA1-FIRST-REC-SW
004270         PERFORM B3 THRU B3-EXIT
004280     ELSE
004290         IF SA1 NOT = EA1-CURR-ADV OR SA2 NOT = EA1-CURR-DEST
004300             PERFORM B4 THRU B4-EXIT
004310             PERFORM B3 THRU B3-EXIT
004320         END-IF
004330     END-IF.
004340     MOVE SPACES TO EA1-DT-ID.
004350     MOVE SPACES TO EA1-DT-NAME.
004360     IF SA3 NOT = EA1-CURR-ID
004370         MOVE SA3 TO EA1-CURR-ID
004380         MOVE SA3 TO EA1-DT-ID
004390         MOVE SA5 TO EA1-DT-NAME
004400         ADD 1 TO EA1-ADV-STUD
004410         ADD 1 TO EA1-STUD-COUNT
004420     END-IF.
004430     MOVE SA4 TO EA1-DT-SECT.
004440     MOVE SA6 TO EA1-DT-AVG.
004450     MOVE SA7 TO EA1-DT-MID.
004460     MOVE SA8 TO EA1-DT-FINAL.
004470     EVALUATE SA9
004480         WHEN 'R'
004490             MOVE 'RECOVERED' TO EA1-DT-OUTCOME
004500             ADD 1 TO EA1-ADV-RCVD
004510         WHEN 'N'
004520             MOVE 'NOT RECOVERED' TO EA1-DT-OUTCOME
004530         WHEN 'W'
004540             MOVE 'WITHDREW' TO EA1-DT-OUTCOME
004550         WHEN 'I'
004560             MOVE 'INCOMPLETE' TO EA1-DT-OUTCOME
004570         WHEN 'X'
004580             MOVE 'NO FINAL GRADE POSTED' TO EA1-DT-OUTCOME
004590         WHEN OTHER
004600             MOVE SPACES TO EA1-DT-OUTCOME
004610     END-EVALUATE.
004620     IF EA1-MIDTERM-YES
004630         WRITE ALRT-LINE FROM EA1-DET-LINE
004640             AFTER ADVANCING 1 LINE
004650     ELSE
004660         WRITE RCVR-LINE FROM EA1-DET-LINE
004670             AFTER ADVANCING 1 LINE
004680     END-IF.
004690     ADD 1 TO EA1-ADV-SECT.
004700 B2-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730* B3 STARTS AN ADVISOR'S PAGE WITH THE HEADING, THE ROUTING LABEL,
004740* THE NOTICE TEXT, AND THE COLUMN HEADINGS.
004750*----------------------------------------------------------------
004760 B3.
004770     MOVE SA1 TO EA1-CURR-ADV.
004780     MOVE SA2 TO EA1-CURR-DEST.
004790     MOVE 0 TO EA1-CURR-ID.
004800     MOVE 0 TO EA1-ADV-STUD.
004810     MOVE 0 TO EA1-ADV-SECT.
004820     MOVE 0 TO EA1-ADV-RCVD.
004830     MOVE SA1 TO EA1-LB-ADV.
004840     MOVE SA2 TO EA1-LB-DEST.
004850     PERFORM P THRU P-EXIT.
004860     IF EA1-MIDTERM-YES
004870         WRITE ALRT-LINE FROM EA1-LABEL-LINE
004880             AFTER ADVANCING 2 LINES
004890         WRITE ALRT-LINE FROM EA1-ANOTE-LINE
004900             AFTER ADVANCING 2 LINES
004910         WRITE ALRT-LINE FROM EA1-ACOL-LINE
004920             AFTER ADVANCING 2 LINES
004930         MOVE SPACES TO ALRT-LINE
004940         WRITE ALRT-LINE AFTER ADVANCING 1 LINE
004950     ELSE
004960         WRITE RCVR-LINE FROM EA1-LABEL-LINE
004970             AFTER ADVANCING 2 LINES
004980         WRITE RCVR-LINE FROM EA1-RNOTE-LINE
004990             AFTER ADVANCING 2 LINES
005000         WRITE RCVR-LINE FROM EA1-RCOL-LINE
005010             AFTER ADVANCING 2 LINES
005020         MOVE SPACES TO RCVR-LINE
005030         WRITE RCVR-LINE AFTER ADVANCING 1 LINE
005040     END-IF.
005050 B3-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080* B4 CLOSES AN ADVISOR'S PAGE WITH ITS COUNTS.
005090*----------------------------------------------------------------
005100 B4.
005110     IF EA1-MIDTERM-YES
005120         MOVE EA1-ADV-STUD TO EA1-AT-STUD
005130         MOVE EA1-ADV-SECT TO EA1-AT-SECT
005140         WRITE ALRT-LINE FROM EA1-ATOT-LINE
005150             AFTER ADVANCING 2 LINES
005160     ELSE
005170         MOVE EA1-ADV-STUD TO EA1-RT-STUD
005180         MOVE EA1-ADV-SECT TO EA1-RT-SECT
005190         MOVE EA1-ADV-RCVD TO EA1-RT-RCVD
005200         WRITE RCVR-LINE FROM EA1-RTOT-LINE
005210             AFTER ADVANCING 2 LINES
005220     END-IF.
005230 B4-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* B5 WRITES THE RUN TOTALS AT THE FOOT OF THE LISTING. THE FINAL
005270* RUN ADDS THE OUTCOME BREAKDOWN.
005280*----------------------------------------------------------------
005290 B5.
005300     MOVE EA1-TERM-COUNT TO EA1-GT-READ.
005310     MOVE EA1-FLAG-COUNT TO EA1-GT-SECT.
005320     MOVE EA1-STUD-COUNT TO EA1-GT-STUD.
005330     IF EA1-MIDTERM-YES
005340         WRITE ALRT-LINE FROM EA1-GTOT-LINE
005350             AFTER ADVANCING 3 LINES
005360     ELSE
005370         WRITE RCVR-LINE FROM EA1-GTOT-LINE
005380             AFTER ADVANCING 3 LINES
005390         MOVE EA1-RCVD-COUNT TO EA1-OT-RCVD
005400         MOVE EA1-NOTR-COUNT TO EA1-OT-NOTR
005410         MOVE EA1-WDRW-COUNT TO EA1-OT-WDRW
005420         MOVE EA1-INCP-COUNT TO EA1-OT-INCP
005430         MOVE EA1-NOFN-COUNT TO EA1-OT-NOFN
005440         WRITE RCVR-LINE FROM EA1-OTOT-LINE
005450             AFTER ADVANCING 1 LINE
005460     END-IF.
005470 B5-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500* B6 EXPLAINS AN EMPTY LISTING: NO MIDTERM ROWS FOR THE TERM AT
005510* ALL (NO MIDTERM RUN, OR THE FILE IS FROM ANOTHER TERM), OR ROWS
005520* BUT NOBODY BELOW C.
005530*----------------------------------------------------------------
005540 B6.
005550     IF EA1-TERM-COUNT = 0
005560         MOVE 'NO MIDTERM RESULTS ON FILE FOR THIS TERM'
005570             TO EA1-NT-TEXT
005580     ELSE
005590         MOVE 'NO STUDENT WAS BELOW C IN ANY SECTION AT MIDTERM'
005600             TO EA1-NT-TEXT
005610     END-IF.
005620     IF EA1-MIDTERM-YES
005630         WRITE ALRT-LINE FROM EA1-NOTE-LINE
005640             AFTER ADVANCING 2 LINES
005650     ELSE
005660         WRITE RCVR-LINE FROM EA1-NOTE-LINE
005670             AFTER ADVANCING 2 LINES
005680     END-IF.
005690 B6-EXIT.
005700     EXIT.
005710 B-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740* U (UTILITY) HOLDS THE PARM, PAGE, AND TABLE PARAGRAPHS IN THEIR
005750* OWN SECTION SO THE SORT OUTPUT PROCEDURE (B) DOES NOT RUN INTO
005760* THEM. F READS THE TERM AND RUN TYPE FROM FILETMPM, THE SAME
005770* CARD GRADPOST RUNS UNDER.
005780*----------------------------------------------------------------
005790 U SECTION.
005800 F.
005810     OPEN INPUT PARM-FILE.
005820     IF EA1-PARM-STATUS NOT = '00'
005830         DISPLAY 'GRADALRT - FILETMPM NOT AVAILABLE, STATUS '
005840             EA1-PARM-STATUS
005850         GO TO F-EXIT
005860     END-IF.
005870     READ PARM-FILE
005880         AT END
005890             CONTINUE
005900         NOT AT END
005910             IF PM1 NUMERIC
005920                 MOVE PM1 TO EA1-TERM
005930             END-IF
005940             MOVE PM2 TO EA1-RUN-TYPE
005950     END-READ.
005960     CLOSE PARM-FILE.
005970 F-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------
006000* P STARTS A NEW PAGE OF WHICHEVER LISTING THIS RUN WRITES.
006010*----------------------------------------------------------------
006020 P.
006030     IF EA1-MIDTERM-YES
006040         WRITE ALRT-LINE FROM EA1-HEAD-LINE
006050             AFTER ADVANCING PAGE
006060     ELSE
006070         WRITE RCVR-LINE FROM EA1-HEAD-LINE
006080             AFTER ADVANCING PAGE
006090     END-IF.
006100 P-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------
006130* K LOADS THE STUDENT-TO-ADVISOR CROSS-REFERENCE FROM FILEADVX.
006140* A MISSING FILE SENDS EVERY STUDENT TO THE ADVISING OFFICE.
006150*----------------------------------------------------------------
006160 K.
006170     SET EA1-EOF-NO TO TRUE.
006180     OPEN INPUT ADVX-FILE.
006190     IF EA1-ADVX-STATUS NOT = '00'
006200         DISPLAY 'GRADALRT - FILEADVX NOT AVAILABLE, STATUS '
006210             EA1-ADVX-STATUS ' - ALL STUDENTS UNASSIGNED'
006220         GO TO K-EXIT
006230     END-IF.
006240     PERFORM K2 THRU K2-EXIT UNTIL EA1-EOF-YES.
006250     CLOSE ADVX-FILE.
006260 K-EXIT.
006270     EXIT.
006280 K2.
006290     READ ADVX-FILE AT END
006300         SET EA1-EOF-YES TO TRUE
006310         GO TO K2-EXIT.
006320     IF AV1 NOT NUMERIC OR AV1 = 0
006330         DISPLAY 'GRADALRT - BAD FILEADVX ROW SKIPPED'
006340         GO TO K2-EXIT
006350     END-IF.
006360     IF EA1-ADVX-COUNT NOT < EA1-ADVX-MAX
006370         DISPLAY 'GRADALRT - MORE THAN 5000 FILEADVX ROWS - '
006380             'SPLIT THE FILE AND RERUN'
006390         MOVE 16 TO RETURN-CODE
006400         STOP RUN
006410     END-IF.
006420     ADD 1 TO EA1-ADVX-COUNT.
006430     MOVE AV1 TO EA1-AX-ID (EA1-ADVX-COUNT).
006440     MOVE AV2 TO EA1-AX-ADV (EA1-ADVX-COUNT).
006450     MOVE AV3 TO EA1-AX-DEST (EA1-ADVX-COUNT).
006460 K2-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490* K3 SEARCHES THE ADVISOR TABLE FOR THE MIDTERM ROW'S STUDENT,
006500* LEAVING EA1-ADVX-FOUND-IX POINTING AT THE MATCH.
006510*----------------------------------------------------------------
006520 K3.
006530     MOVE 'N' TO EA1-ADVX-FOUND-SW.
006540     PERFORM K4 THRU K4-EXIT
006550         VARYING EA1-ADVX-IX FROM 1 BY 1
006560         UNTIL EA1-ADVX-IX > EA1-ADVX-COUNT
006570             OR EA1-ADVX-FOUND-SW = 'Y'.
006580 K3-EXIT.
006590     EXIT.
006600 K4.
006610     IF EA1-AX-ID (EA1-ADVX-IX) = MD2
006620         MOVE 'Y' TO EA1-ADVX-FOUND-SW
006630         MOVE EA1-ADVX-IX TO EA1-ADVX-FOUND-IX
006640     END-IF.
006650 K4-EXIT.
006660     EXIT.

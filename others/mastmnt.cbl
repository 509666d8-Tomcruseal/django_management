000160*              BEFORE/AFTER IMAGE LINE IS WRITTEN TO FILEMIMG
000170*              FOR EACH MASTER RECORD TOUCHED SO THE REGISTRAR
000180*              CAN PROVE WHAT CHANGED EACH NIGHT.
000190* 10/15/26 RH  FILEMAST CARRIES A MAILING ADDRESS, EMAIL, AND
000200*              DELIVERY PREFERENCE (M3) FOR THE GRADNOTC TERM
000210*              GRADE NOTICES. NEW ACTION CODES 'N' (NEW ADDRESS)
000220*              AND 'R' (REVISED ADDRESS) REPLACE THE WHOLE M3
000230*              BLOCK; 'N' IS REJECTED IF AN ADDRESS IS ALREADY
000240*              ON FILE AND 'R' IF NONE IS. FILEMIMG LINES NOW
000250*              CARRY THE ADDRESS IMAGE (IM6) ALONGSIDE THE NAME
000260*              ON EVERY BEFORE/AFTER LINE. AN ADD NOW CLEARS THE
000270*              RECORD AREA SO A NEW STUDENT STARTS WITH NO
000280*              ADDRESS.
000290* 10/15/26 RH  DIRECTORY-INFORMATION PRIVACY HOLD (M4, 'Y' WHEN
000300*              THE STUDENT HAS FILED ONE) FOR THE PUBLISHED AND
000310*              EXTERNALLY ROUTED LISTINGS. NEW ACTION CODES 'H'
000320*              (PLACE HOLD) AND 'L' (LIFT HOLD); 'H' IS REJECTED
000330*              IF A HOLD IS ALREADY ON FILE AND 'L' IF NONE IS.
000340*              FILEMIMG LINES NOW CARRY THE HOLD FLAG (IM7) ON
000350*              EVERY BEFORE/AFTER LINE, SO THE IMAGE FILE PROVES
000360*              WHEN A HOLD WAS PLACED OR LIFTED.
000370*----------------------------------------------------------------
000380* TRANSACTION LAYOUT (FILEMTRN):
000390*   TR1  ACTION CODE - 'A' ADD, 'C' NAME CHANGE, 'D' DELETE,
000400*                      'N' NEW ADDRESS, 'R' REVISED ADDRESS,
000410*                      'H' PLACE PRIVACY HOLD, 'L' LIFT HOLD
000420*   TR2  STUDENT ID  - MUST BE NUMERIC
000430*   TR3  NAME        - REQUIRED FOR 'A' AND 'C', IGNORED ON 'D',
000440*                      'H', AND 'L'
000450*   TR4  ADDRESS     - 'N' AND 'R' ONLY, IN PLACE OF TR3: LINE 1,
000460*                      LINE 2, CITY, STATE, ZIP, EMAIL, AND THE
000470*                      DELIVERY PREFERENCE ('M' MAIL, 'E' EMAIL,
000480*                      BLANK TAKEN AS MAIL). MAIL NEEDS LINE 1,
000490*                      CITY, STATE, AND ZIP; EMAIL NEEDS THE
000500*                      EMAIL ADDRESS.
000510*----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT TRANS-FILE ASSIGN TO FILEMTRN.
000560     SELECT MASTER-FILE ASSIGN TO FILEMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS M1
000600         FILE STATUS IS MM1-MASTER-STATUS.
000610     SELECT EDIT-FILE ASSIGN TO FILEMEDT.
000620     SELECT IMAGE-FILE ASSIGN TO FILEMIMG.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TRANS-FILE LABEL RECORD IS STANDARD.
000660 01  TRANS-RECORD.
000670     02  TR1 PIC X(01).
000680     02  TR2 PIC 9(06).
000690     02  TR3 PIC X(12).
000700 01  TRANS-ADDR-RECORD.
000710     02  FILLER PIC X(07).
000720     02  TR4.
000730         03  TR4-LINE1 PIC X(30).
000740         03  TR4-LINE2 PIC X(30).
000750         03  TR4-CITY PIC X(20).
000760         03  TR4-STATE PIC X(02).
000770         03  TR4-ZIP PIC X(10).
000780         03  TR4-EMAIL PIC X(40).
000790         03  TR4-PREF PIC X(01).
000800 FD  MASTER-FILE.
000810 01  MASTER-RECORD.
000820     02  M1 PIC 9(6).
000830     02  M2 PIC X(12).
000840     02  M3.
000850         03  M3-LINE1 PIC X(30).
000860         03  M3-LINE2 PIC X(30).
000870         03  M3-CITY PIC X(20).
000880         03  M3-STATE PIC X(02).
000890         03  M3-ZIP PIC X(10).
000900         03  M3-EMAIL PIC X(40).
000910         03  M3-PREF PIC X(01).
000920     02  M4 PIC X(01).
000930     02  FILLER PIC X(18).
000940 FD  EDIT-FILE LABEL RECORD IS OMITTED.
000950 01  EDIT-LINE PIC X(80).
000960 FD  IMAGE-FILE LABEL RECORD IS STANDARD.
000970 01  IMAGE-RECORD.
000980     02  IM1 PIC 9(06).
000990     02  IM2 PIC X(07).
001000     02  IM3 PIC X(12).
001010     02  IM4 PIC 9(08).
001020     02  IM5 PIC 9(06).
001030     02  IM6 PIC X(133).
001040     02  IM7 PIC X(01).
001050 WORKING-STORAGE SECTION.
001060 77  MM1-EOF-SW PIC X VALUE 'N'.
001070     88  MM1-EOF-YES VALUE 'Y'.
001080     88  MM1-EOF-NO  VALUE 'N'.
001090 77  MM1-VALID-SW PIC X VALUE 'Y'.
001100     88  MM1-VALID-YES VALUE 'Y'.
001110     88  MM1-VALID-NO  VALUE 'N'.
001120 77  MM1-FOUND-SW PIC X VALUE 'N'.
001130     88  MM1-FOUND-YES VALUE 'Y'.
001140     88  MM1-FOUND-NO  VALUE 'N'.
001150 77  MM1-MASTER-STATUS PIC XX VALUE SPACES.
001160 77  MM1-TRANS-COUNT PIC 9(6) VALUE 0.
001170 77  MM1-APPLIED-COUNT PIC 9(6) VALUE 0.
001180 77  MM1-REJECT-COUNT PIC 9(6) VALUE 0.
001190 77  MM1-RUN-DATE PIC 9(08) VALUE 0.
001200 77  MM1-RUN-TIME PIC 9(08) VALUE 0.
001210 77  MM1-OLD-NAME PIC X(12) VALUE SPACES.
001220 77  MM1-OLD-ADDR PIC X(133) VALUE SPACES.
001230 77  MM1-OLD-HOLD PIC X(01) VALUE SPACE.
001240 77  MM1-REASON PIC X(30) VALUE SPACES.
001250 01  MM1-HEAD-LINE.
001260     02  FILLER PIC X(26) VALUE
001270         'MASTMNT1 MASTER FILE MAINT'.
001280     02  FILLER PIC X(11) VALUE ' EDIT LIST '.
001290     02  MM1-HEAD-DATE PIC 9(08).
001300     02  FILLER PIC X(01) VALUE SPACE.
001310     02  MM1-HEAD-TIME PIC 9(06).
001320     02  FILLER PIC X(28) VALUE SPACES.
001330 01  MM1-COL-LINE.
001340     02  FILLER PIC X(08) VALUE 'ACT  ID '.
001350     02  FILLER PIC X(08) VALUE SPACES.
001360     02  FILLER PIC X(14) VALUE 'NAME          '.
001370     02  FILLER PIC X(10) VALUE 'DISP      '.
001380     02  FILLER PIC X(30) VALUE 'REASON'.
001390     02  FILLER PIC X(10) VALUE SPACES.
001400 01  MM1-DETAIL-LINE.
001410     02  FILLER PIC X(01) VALUE SPACE.
001420     02  MM1-DET-ACT PIC X(01).
001430     02  FILLER PIC X(03) VALUE SPACES.
001440     02  MM1-DET-ID PIC X(06).
001450     02  FILLER PIC X(05) VALUE SPACES.
001460     02  MM1-DET-NAME PIC X(12).
001470     02  FILLER PIC X(02) VALUE SPACES.
001480     02  MM1-DET-DISP PIC X(08).
001490     02  FILLER PIC X(02) VALUE SPACES.
001500     02  MM1-DET-REASON PIC X(30).
001510     02  FILLER PIC X(10) VALUE SPACES.
001520 01  MM1-TOTAL-LINE.
001530     02  FILLER PIC X(14) VALUE 'TRANSACTIONS: '.
001540     02  MM1-TOT-TRANS PIC ZZZ,ZZ9.
001550     02  FILLER PIC X(10) VALUE '  APPLIED:'.
001560     02  MM1-TOT-APPLIED PIC ZZZ,ZZ9.
001570     02  FILLER PIC X(11) VALUE '  REJECTED:'.
001580     02  MM1-TOT-REJECT PIC ZZZ,ZZ9.
001590     02  FILLER PIC X(24) VALUE SPACES.
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001620     ACCEPT MM1-RUN-DATE FROM DATE YYYYMMDD.
001630     ACCEPT MM1-RUN-TIME FROM TIME.
001640     OPEN INPUT TRANS-FILE.
001650     OPEN I-O MASTER-FILE.
001660     IF MM1-MASTER-STATUS = '35'
001670         OPEN OUTPUT MASTER-FILE
001680         CLOSE MASTER-FILE
001690         OPEN I-O MASTER-FILE
001700     END-IF.
001710     IF MM1-MASTER-STATUS NOT = '00'
001720         DISPLAY 'MASTMNT1 - FILEMAST DID NOT OPEN, STATUS '
001730             MM1-MASTER-STATUS
001740         MOVE 16 TO RETURN-CODE
001750         CLOSE TRANS-FILE
001760         STOP RUN
001770     END-IF.
001780     OPEN OUTPUT EDIT-FILE.
001790     OPEN OUTPUT IMAGE-FILE.
001800     MOVE MM1-RUN-DATE TO MM1-HEAD-DATE.
001810     MOVE MM1-RUN-TIME(1:6) TO MM1-HEAD-TIME.
001820     WRITE EDIT-LINE FROM MM1-HEAD-LINE AFTER ADVANCING PAGE.
001830     WRITE EDIT-LINE FROM MM1-COL-LINE AFTER ADVANCING 2 LINES.
001840     MOVE SPACES TO EDIT-LINE.
001850     WRITE EDIT-LINE AFTER ADVANCING 1 LINE.
001860     PERFORM A THRU A-EXIT UNTIL MM1-EOF-YES.
001870     MOVE MM1-TRANS-COUNT TO MM1-TOT-TRANS.
001880     MOVE MM1-APPLIED-COUNT TO MM1-TOT-APPLIED.
001890     MOVE MM1-REJECT-COUNT TO MM1-TOT-REJECT.
001900     WRITE EDIT-LINE FROM MM1-TOTAL-LINE AFTER ADVANCING 2 LINES.
001910     CLOSE TRANS-FILE.
001920     CLOSE MASTER-FILE.
001930     CLOSE EDIT-FILE.
001940     CLOSE IMAGE-FILE.
001950     STOP RUN.
001960*----------------------------------------------------------------
001970* A READS ONE TRANSACTION, EDITS IT (B), APPLIES IT (C), AND
001980* WRITES THE EDIT-LISTING LINE SHOWING THE DISPOSITION.
001990*----------------------------------------------------------------
002000 A.
002010     READ TRANS-FILE AT END
002020         SET MM1-EOF-YES TO TRUE
002030         GO TO A-EXIT.
002040     ADD 1 TO MM1-TRANS-COUNT.
002050     MOVE SPACES TO MM1-REASON.
002060     MOVE SPACES TO MM1-OLD-NAME.
002070     PERFORM B THRU B-EXIT.
002080     IF MM1-VALID-YES
002090         PERFORM C THRU C-EXIT
002100     END-IF.
002110     MOVE TR1 TO MM1-DET-ACT.
002120     MOVE TR2 TO MM1-DET-ID.
002130     IF TR1 = 'N' OR TR1 = 'R' OR TR1 = 'H' OR TR1 = 'L'
002140         MOVE MM1-OLD-NAME TO MM1-DET-NAME
002150     ELSE
002160         MOVE TR3 TO MM1-DET-NAME
002170     END-IF.
002180     MOVE MM1-REASON TO MM1-DET-REASON.
002190     IF MM1-VALID-YES
002200         MOVE 'APPLIED' TO MM1-DET-DISP
002210         ADD 1 TO MM1-APPLIED-COUNT
002220     ELSE
002230         MOVE 'REJECTED' TO MM1-DET-DISP
002240         ADD 1 TO MM1-REJECT-COUNT
002250     END-IF.
002260     WRITE EDIT-LINE FROM MM1-DETAIL-LINE AFTER ADVANCING 1 LINE.
002270 A-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300* B EDITS THE TRANSACTION FIELDS BEFORE ANY MASTER I-O: THE
002310* ACTION CODE MUST BE A, C, D, N, R, H, OR L, THE ID NUMERIC,
002320* ADDS AND CHANGES MUST CARRY A NAME, AND ADDRESS TRANSACTIONS
002330* MUST CARRY A VALID PREFERENCE AND WHAT THAT PREFERENCE NEEDS
002340* TO DELIVER.
002350*----------------------------------------------------------------
002360 B.
002370     SET MM1-VALID-YES TO TRUE.
002380     IF TR1 NOT = 'A' AND TR1 NOT = 'C' AND TR1 NOT = 'D'
002390         AND TR1 NOT = 'N' AND TR1 NOT = 'R'
002400         AND TR1 NOT = 'H' AND TR1 NOT = 'L'
002410         MOVE 'ACTION CODE NOT A,C,D,N,R,H,L' TO MM1-REASON
002420         SET MM1-VALID-NO TO TRUE
002430         GO TO B-EXIT
002440     END-IF.
002450     IF TR2 NOT NUMERIC
002460         MOVE 'STUDENT ID NOT NUMERIC' TO MM1-REASON
002470         SET MM1-VALID-NO TO TRUE
002480         GO TO B-EXIT
002490     END-IF.
002500     IF (TR1 = 'A' OR TR1 = 'C') AND TR3 = SPACES
002510         MOVE 'NAME MISSING' TO MM1-REASON
002520         SET MM1-VALID-NO TO TRUE
002530         GO TO B-EXIT
002540     END-IF.
002550     IF TR1 NOT = 'N' AND TR1 NOT = 'R'
002560         GO TO B-EXIT
002570     END-IF.
002580     IF TR4-PREF NOT = 'M' AND TR4-PREF NOT = 'E'
002590         AND TR4-PREF NOT = SPACE
002600         MOVE 'DELIVERY PREF NOT M, E, BLANK' TO MM1-REASON
002610         SET MM1-VALID-NO TO TRUE
002620         GO TO B-EXIT
002630     END-IF.
002640     IF TR4-PREF = 'E' AND TR4-EMAIL = SPACES
002650         MOVE 'EMAIL PREFERRED, EMAIL MISSING' TO MM1-REASON
002660         SET MM1-VALID-NO TO TRUE
002670         GO TO B-EXIT
002680     END-IF.
002690     IF TR4-PREF NOT = 'E'
002700         AND (TR4-LINE1 = SPACES OR TR4-CITY = SPACES
002710         OR TR4-STATE = SPACES OR TR4-ZIP = SPACES)
002720         MOVE 'MAILING ADDRESS INCOMPLETE' TO MM1-REASON
002730         SET MM1-VALID-NO TO TRUE
002740         GO TO B-EXIT
002750     END-IF.
002760 B-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* C APPLIES AN EDITED TRANSACTION AGAINST FILEMAST. THE MASTER
002800* IS READ FIRST SO AN ADD OF AN EXISTING KEY AND A CHANGE OR
002810* DELETE OF A MISSING KEY ARE REJECTED, AND SO THE BEFORE IMAGE
002820* IS IN HAND FOR THE IMAGE FILE (D).
002830*----------------------------------------------------------------
002840 C.
002850     MOVE TR2 TO M1.
002860     READ MASTER-FILE
002870         INVALID KEY
002880             SET MM1-FOUND-NO TO TRUE
002890         NOT INVALID KEY
002900             SET MM1-FOUND-YES TO TRUE
002910             MOVE M2 TO MM1-OLD-NAME
002920             MOVE M3 TO MM1-OLD-ADDR
002930             MOVE M4 TO MM1-OLD-HOLD
002940     END-READ.
002950     IF TR1 = 'A'
002960         IF MM1-FOUND-YES
002970             MOVE 'DUPLICATE ADD - ID ON FILE' TO MM1-REASON
002980             SET MM1-VALID-NO TO TRUE
002990             GO TO C-EXIT
003000         END-IF
003010         MOVE SPACES TO MASTER-RECORD
003020         MOVE TR2 TO M1
003030         MOVE TR3 TO M2
003040         WRITE MASTER-RECORD
003050         MOVE 'ADDED' TO IM2
003060         MOVE TR3 TO IM3
003070         MOVE SPACES TO IM6
003080         MOVE SPACE TO IM7
003090         PERFORM D THRU D-EXIT
003100         GO TO C-EXIT
003110     END-IF.
003120     IF MM1-FOUND-NO
003130         MOVE 'STUDENT ID NOT ON FILE' TO MM1-REASON
003140         SET MM1-VALID-NO TO TRUE
003150         GO TO C-EXIT
003160     END-IF.
003170     IF TR1 = 'C'
003180         MOVE 'BEFORE' TO IM2
003190         MOVE MM1-OLD-NAME TO IM3
003200         MOVE MM1-OLD-ADDR TO IM6
003210         MOVE MM1-OLD-HOLD TO IM7
003220         PERFORM D THRU D-EXIT
003230         MOVE TR2 TO M1
003240         MOVE TR3 TO M2
003250         REWRITE MASTER-RECORD
003260         MOVE 'AFTER' TO IM2
003270         MOVE TR3 TO IM3
003280         PERFORM D THRU D-EXIT
003290         GO TO C-EXIT
003300     END-IF.
003310     IF TR1 = 'H' AND MM1-OLD-HOLD = 'Y'
003320         MOVE 'PRIVACY HOLD ALREADY ON FILE' TO MM1-REASON
003330         SET MM1-VALID-NO TO TRUE
003340         GO TO C-EXIT
003350     END-IF.
003360     IF TR1 = 'L' AND MM1-OLD-HOLD NOT = 'Y'
003370         MOVE 'NO PRIVACY HOLD ON FILE' TO MM1-REASON
003380         SET MM1-VALID-NO TO TRUE
003390         GO TO C-EXIT
003400     END-IF.
003410     IF TR1 = 'H' OR TR1 = 'L'
003420         MOVE 'BEFORE' TO IM2
003430         MOVE MM1-OLD-NAME TO IM3
003440         MOVE MM1-OLD-ADDR TO IM6
003450         MOVE MM1-OLD-HOLD TO IM7
003460         PERFORM D THRU D-EXIT
003470         MOVE TR2 TO M1
003480         IF TR1 = 'H'
003490             MOVE 'Y' TO M4
003500         ELSE
003510             MOVE SPACE TO M4
003520         END-IF
003530         REWRITE MASTER-RECORD
003540         MOVE 'AFTER' TO IM2
003550         MOVE M4 TO IM7
003560         PERFORM D THRU D-EXIT
003570         GO TO C-EXIT
003580     END-IF.
003590     IF TR1 = 'N' AND MM1-OLD-ADDR NOT = SPACES
003600         MOVE 'ADDRESS ON FILE - USE R' TO MM1-REASON
003610         SET MM1-VALID-NO TO TRUE
003620         GO TO C-EXIT
003630     END-IF.
003640     IF TR1 = 'R' AND MM1-OLD-ADDR = SPACES
003650         MOVE 'NO ADDRESS ON FILE - USE N' TO MM1-REASON
003660         SET MM1-VALID-NO TO TRUE
003670         GO TO C-EXIT
003680     END-IF.
003690     IF TR1 = 'N' OR TR1 = 'R'
003700         MOVE 'BEFORE' TO IM2
003710         MOVE MM1-OLD-NAME TO IM3
003720         MOVE MM1-OLD-ADDR TO IM6
003730         MOVE MM1-OLD-HOLD TO IM7
003740         PERFORM D THRU D-EXIT
003750         MOVE TR2 TO M1
003760         MOVE TR4 TO M3
003770         REWRITE MASTER-RECORD
003780         MOVE 'AFTER' TO IM2
003790         MOVE TR4 TO IM6
003800         PERFORM D THRU D-EXIT
003810         GO TO C-EXIT
003820     END-IF.
003830     MOVE 'BEFORE' TO IM2.
003840     MOVE MM1-OLD-NAME TO IM3.
003850     MOVE MM1-OLD-ADDR TO IM6.
003860     MOVE MM1-OLD-HOLD TO IM7.
003870     PERFORM D THRU D-EXIT.
003880     MOVE TR2 TO M1.
003890     DELETE MASTER-FILE.
003900     MOVE 'DELETED' TO IM2.
003910     MOVE SPACES TO IM3.
003920     MOVE SPACES TO IM6.
003930     MOVE SPACE TO IM7.
003940     PERFORM D THRU D-EXIT.
003950 C-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980* D WRITES ONE IMAGE LINE TO FILEMIMG. IM2, IM3, IM6, AND IM7 ARE
003995* SET BY THE CALLER; THE ID AND RUN STAMP ARE FILLED IN HERE.
004010*----------------------------------------------------------------
004020 D.
004030     MOVE TR2 TO IM1.
004040     MOVE MM1-RUN-DATE TO IM4.
004050     MOVE MM1-RUN-TIME(1:6) TO IM5.
004060     WRITE IMAGE-RECORD.
004070 D-EXIT.
004080     EXIT.

005700*                          SET SPANS BOTH FILES STILL PRINTS
005800*                          AS ONE TRANSCRIPT IN TERM ORDER. NO
005900*                          ARCHIVE FILE IS NOT AN ERROR.
005920* 10/15/26   R.DELACROIX   A TRANSFER CREDIT POSTED BY XFERPOST
005940*                          (HM-TRANSFER-CREDIT) NOW PRINTS AS A
005960*                          TRANSFER IN THE CATEGORY COLUMN.
006000******************************************************************
006100 IDENTIFICATION DIVISION.
006200 PROGRAM-ID. TRNSCRPT.
054000             MOVE 'RETRAIT' TO WS-RPT-CATEGORY-TEXT
054100         END-IF
054200     END-IF.
054210     IF HM-TRANSFER-CREDIT
054220         IF WS-LANG-ENGLISH
054230             MOVE 'TRANSFER' TO WS-RPT-CATEGORY-TEXT
054240         ELSE
054250             MOVE 'TRANSFERT' TO WS-RPT-CATEGORY-TEXT
054260         END-IF
054270     END-IF.
054300     MOVE SPACES TO TR-RECORD.
054400     MOVE SPACES TO WS-TR-DETAIL-LINE.
054500     MOVE HM-TERM TO WS-TR-D-TERM.

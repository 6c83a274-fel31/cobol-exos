000760*   REFUSE - AN OPERATOR-AUTHORIZATION REFUSAL (UNKNOWN,
000770*            INACTIVE, OR UNDER-AUTHORIZED ID); THE SCORE
000780*            FIELDS ARE ZERO
000782*   XFER   - A TRANSFER CREDIT POSTED TO THE HISTORY MASTER
000784*            (XFERPOST); AL-FINAL-NOTE IS THE CONVERTED NOTE,
000786*            ZERO FOR CREDIT ONLY, AND THE SCORE FIELDS ARE ZERO
000788*   ERASE  - DATA-PROTECTION ERASURE (IDERASE), FILED UNDER THE
000790*            PSEUDONYM; THE SCORE FIELDS ARE ZERO
000792*
000794* AL-BATCH-ID IS THE KEYED BATCH (EXO2NOTES ACCEPT VARIANT) THE
000796* RECORD BELONGS TO; SPACES FROM EVERY OTHER WRITER.
000800*
000900* MAINTENANCE LOG
001000* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001240*                          VARIANT'S KEYED ENTRIES.
001250* 09/03/26   R.DELACROIX   DOCUMENTED THE 'REFUSE' SOURCE THE
001260*                          OPERATOR-AUTHORIZATION CHECKS WRITE.
001270* 10/15/26   R.DELACROIX   DOCUMENTED THE 'XFER' SOURCE XFERPOST
001280*                          WRITES FOR A POSTED TRANSFER CREDIT.
001285* 10/15/26   R.DELACROIX   ADDED AL-BATCH-ID FOR KEYED-BATCH
001290*                          CONTROL. RECORD LENGTH 49 TO 64.
001292* 10/15/26   R.DELACROIX   DOCUMENTED THE 'ERASE' SOURCE IDERASE
001294*                          WRITES FOR A DATA-PROTECTION ERASURE.
001300******************************************************************
001400     05  AL-ENTRY-DATE             PIC 9(08).
001500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  AL-FINAL-NOTE             PIC 9(02).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  AL-SOURCE                 PIC X(06).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  AL-BATCH-ID               PIC X(14).

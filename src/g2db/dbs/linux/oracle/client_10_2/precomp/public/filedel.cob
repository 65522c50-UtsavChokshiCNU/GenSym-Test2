      ***************************************************************
      * FILEDEL : Delete one file by name.                           *
      *                                                               *
      * Removing a file is, like sleeping (see retrywt.cob), a thing  *
      * standard COBOL cannot do - OPEN OUTPUT only empties it. The   *
      * single vendor-specific call lives here, alone: the           *
      * CBL_DELETE_FILE routine below is what this suite's current    *
      * runtime provides, and a site on a runtime without it swaps    *
      * this one CALL for its own service (IDCAMS DELETE, a BPXWDYN  *
      * unallocate with DELETE, the shop's scheduler hook) and        *
      * nothing else in the suite changes.                            *
      *                                                               *
      * LK-FILE-NAME is the name as the caller's ASSIGN uses it,      *
      * blank-padded. LK-DELETED-FLAG comes back 'Y' when the file    *
      * was removed, 'N' when it was not (already gone, no            *
      * permission) - the caller decides whether that matters.        *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEDEL.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * The routine wants the name terminated by a blank or a null -
      * one byte longer than the caller's field so a name that fills
      * it still ends in a blank.
       01  WS-DELETE-NAME             PIC X(65).
       01  WS-DELETE-RESULT           PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01  LK-FILE-NAME               PIC X(64).
       01  LK-DELETED-FLAG            PIC X.

       PROCEDURE DIVISION USING LK-FILE-NAME LK-DELETED-FLAG.

       000-MAIN.
           MOVE 'N' TO LK-DELETED-FLAG
           IF LK-FILE-NAME = SPACES
               GOBACK
           END-IF
           MOVE LK-FILE-NAME TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-DELETE-RESULT
           IF WS-DELETE-RESULT = ZERO
               MOVE 'Y' TO LK-DELETED-FLAG
           END-IF
           GOBACK.

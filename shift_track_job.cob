       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-TRACK-JOB.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-JOB-MODE-FLAG PIC X VALUE "J".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SHIFT-TRACK" USING WS-JOB-MODE-FLAG
           GOBACK.
       END PROGRAM SHIFT-TRACK-JOB.

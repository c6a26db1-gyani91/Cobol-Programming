       P5.
           CALL "GRADING-SYSTEM".
           CANCEL "GRADING-SYSTEM".
           CALL "REPORT-CAPTURE".
           CANCEL "REPORT-CAPTURE".
           GO TO MAIN-PARA.
       P6.
           CALL "TABLE".
           CANCEL "TABLE".
           CALL "REPORT-CAPTURE".
           CANCEL "REPORT-CAPTURE".
           GO TO MAIN-PARA.
       P7.
           CALL "RANKLIST".
           CANCEL "RANKLIST".
           CALL "REPORT-CAPTURE".
           CANCEL "REPORT-CAPTURE".
           GO TO MAIN-PARA.
       P8.
           STOP RUN.

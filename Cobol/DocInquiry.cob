        WORKING-STORAGE SECTION.
        01 WS-CatalogStatus PIC X(2) VALUE SPACES.
        01 WS-DocName PIC X(30) VALUE SPACES.
        01 WS-Grade-Disp PIC Z9.9.

        PROCEDURE DIVISION.

            DISPLAY "LAST LINES     " CAT-LastLines
            DISPLAY "LAST WORDS     " CAT-LastWords
            DISPLAY "LAST OVERFLOW  " CAT-LastOverflow
            DISPLAY "VOCAB FINDINGS " CAT-LastSpell
            DISPLAY "HEADINGS       " CAT-LastHeads
            MOVE CAT-LastGrade TO WS-Grade-Disp
            DISPLAY "READING GRADE  " WS-Grade-Disp " " CAT-GradeFlag
            DISPLAY "LAST STATUS    " CAT-LastStatus
      /Who let the latest output go, or that it is still waiting.
            IF CAT-RelStatus = "RELEASED" OR
               CAT-RelStatus = "REJECTED" THEN
              DISPLAY "RELEASE        " FUNCTION TRIM(CAT-RelStatus)
                " BY " FUNCTION TRIM(CAT-RelBy) " " CAT-RelDate
            ELSE
              IF CAT-RelStatus NOT = SPACES THEN
                DISPLAY "RELEASE        " CAT-RelStatus
              END-IF
            END-IF
      /Where the last outputs went: ONLINE beside the inputs, or
      /rolled into the ARCHIVE file on the date shown.
            IF CAT-ArchStatus = "ARCHIVED" OR

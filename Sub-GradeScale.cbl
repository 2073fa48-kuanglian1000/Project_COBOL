       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sub-GradeScale IS INITIAL.
      *>   This sub-program is CALLed from a Cobol program.
      *>   it requires 1 parameter.
      *>       1 the grade scale table (GRADEPTS.cpy), filled here
      *>   The standing scale (GRADESCALE.cpy) goes in first, then
      *>   each GRADE-SCALE.DAT line replaces the standing entry for
      *>   its grade value or adds one - the same "standing table,
      *>   file laid over it" load VAULT-PRUNE makes of the vault
      *>   retention. No file on disk simply leaves the standing
      *>   scale. Every program that turns results into grade
      *>   points calls this once at the start of its run, so the
      *>   transcript and the honours list always agree.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeScaleFile ASSIGN TO "GRADE-SCALE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GradeScaleStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GradeScaleFile.
       01  GradeScaleFlatLine  PIC X(6).

       WORKING-STORAGE SECTION.
           COPY GRADESCALE.

       01  GradeScaleStatus    PIC X(2).
           88  GradeScaleFound VALUE "00".

       01  ScaleIndex          PIC 99.
       01  ScaleFoundSw        PIC X.
           88  ScaleFound      VALUE "Y".

       LINKAGE SECTION.
           COPY GRADEPTS.

       PROCEDURE DIVISION USING GradePointScale.
       BEGIN.
           MOVE ZERO TO GradePointCount
           PERFORM VARYING ScaleIndex FROM 1 BY 1
                   UNTIL ScaleIndex > StandingGradeScaleCount
               ADD 1 TO GradePointCount
               MOVE SgsGradeValue(ScaleIndex)
                   TO GptGradeValue(GradePointCount)
               MOVE SgsPoints(ScaleIndex)
                   TO GptPoints(GradePointCount)
           END-PERFORM

           OPEN INPUT GradeScaleFile
           IF GradeScaleFound
               READ GradeScaleFile INTO GradeScaleLine
                   AT END SET EndOfGradeScale TO TRUE
               END-READ
               PERFORM UNTIL EndOfGradeScale
                   IF GslPoints NUMERIC AND ValidGslPoints
                       AND GslGradeValue NOT = SPACES
                       PERFORM POST-SCALE-LINE
                   END-IF
                   READ GradeScaleFile INTO GradeScaleLine
                       AT END SET EndOfGradeScale TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GradeScaleFile
           END-IF
           EXIT PROGRAM.

       POST-SCALE-LINE.
           MOVE "N" TO ScaleFoundSw
           PERFORM VARYING ScaleIndex FROM 1 BY 1
                   UNTIL ScaleFound
                      OR ScaleIndex > GradePointCount
               IF GptGradeValue(ScaleIndex) = GslGradeValue
                   SET ScaleFound TO TRUE
               END-IF
           END-PERFORM
           IF ScaleFound
               SUBTRACT 1 FROM ScaleIndex
           ELSE
               IF GradePointCount >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GradePointCount
               MOVE GradePointCount TO ScaleIndex
               MOVE GslGradeValue TO GptGradeValue(ScaleIndex)
           END-IF
           MOVE GslPoints TO GptPoints(ScaleIndex).

           END PROGRAM Sub-GradeScale.

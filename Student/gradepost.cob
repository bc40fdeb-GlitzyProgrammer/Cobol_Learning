*> EnrollCourseId alternate key the way roster.cob does, prompts a
*> grade per student validated against the gradescale.dat table,
*> rewrites each enrollment, and prints a posted-grades
*> confirmation sheet with a count of students left ungraded. A
*> grade already posted is shown but not prompted for: changing it
*> goes through a grade change request in gradechg.cob, so every
*> correction is approved and audited.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
               MOVE 'Y' TO WSEOF
           ELSE
               IF EnrollTerm = PostTerm AND EnrollGrade NOT = "W "
                   IF EnrollGrade = SPACES
                       PERFORM PromptOneGrade
                   ELSE
                       DISPLAY EnrollStudentId " already graded ["
                           EnrollGrade "] - change through gradechg"
                   END-IF
               END-IF
           END-IF
       END-IF.

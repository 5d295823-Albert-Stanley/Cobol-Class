       01 WS-ALUNO-SITUACAO  PIC X VALUE "X".
           88 ALUNO-ATIVO    VALUE "A", " ".
           88 ALUNO-INATIVO  VALUE "I".
           88 ALUNO-FORMADO  VALUE "G".
           88 ALUNO-AUSENTE  VALUE "X".
       01 WS-TURMA-OK        PIC X VALUE "N".
           88 TURMA-OK       VALUE "S".
                   IF ALUNO-INATIVO
                       MOVE "ALUNO INATIVO" TO WS-MOTIVO
                   END-IF
                   IF ALUNO-FORMADO
                       MOVE "ALUNO FORMADO" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES

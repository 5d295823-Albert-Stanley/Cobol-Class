      ******************************************************************
      * AJREFLEX.cpy
      * Record layout for AJUSTE-REFLEXOS.DAT, the follow-up queue
      * between an approved grade correction and everything computed
      * from the grade. APROVA-AJUSTES appends one line per approval
      * (the AJ-SEQ of PENDING-ADJUSTMENTS.DAT, the student and
      * programa, the media and resultado of the superseded row and
      * of the correcting one) under AJUSTE-REFLEXOS.LCK; the
      * AJUSTE-REFLEXOS pass refreshes CURRENT-GRADES.DAT through the
      * delta file, recomputes the academic standing and the bolsa
      * and recuperacao eligibility, writes the portal correction
      * for grades already submitted, prints what changed, and flips
      * RF-STATUS to F with the time it ran. Processed lines stay on
      * file as history, like the adjustment queue itself.
      ******************************************************************
       01 AJUSTE-REFLEXO-RECORD.
           05 RF-SEQ                PIC 9(06).
           05 RF-STATUS             PIC X(01).
               88 RF-PENDENTE       VALUE "P".
               88 RF-PROCESSADO     VALUE "F".
           05 RF-ALUNO              PIC X(10).
           05 RF-PROGRAMA           PIC X(10).
           05 RF-MEDIA-ANTERIOR     PIC S9(2)V9(2).
           05 RF-RESULTADO-ANTERIOR PIC X(09).
           05 RF-NOVA-MEDIA         PIC S9(2)V9(2).
           05 RF-NOVO-RESULTADO     PIC X(09).
           05 RF-REVISOR            PIC X(08).
           05 RF-APROVADO-EM        PIC X(19).
           05 RF-PROCESSADO-EM      PIC X(19).

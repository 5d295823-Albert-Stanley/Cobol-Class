      *   CHECKPOINT-DIAS max age in days of a pending checkpoint
      *   AUDIT-LINHAS    max AUDIT-LOG.DAT size in lines
      *   PORTAL-PCT      max portal bounce rate (%)
      * TEMPOS-LOTE reads the batch window from the same file:
      *   JANELA-FIM      end of the nightly window, HHMMSS
      *   JANELA-NOITES   nights ahead the overrun forecast looks
      *                   (30 when the line is missing)
      * A breach goes to OPERATIONS-ALERTS.DAT (EXCPT.cpy) and is
      * surfaced by MENU-PRINCIPAL right after sign-on. A missing
      * line (or file) leaves that limit unevaluated.

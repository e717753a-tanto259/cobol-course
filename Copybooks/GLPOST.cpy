      * Shared general-ledger journal-entry layout, written by the
      * money-moving programs (MEDCLAIM, MEDEXCQ, PAYROL0B,
      * HOSPEDIT, DISBRET, SUBRPRO) and consolidated by GLCONSOL into
      * balanced journal batches for the GL system's loader.  The
      * account codes come from the data-maintained GLACCTS mapping,
      * never from literals, so a chart-of-accounts change is a file
      * edit instead of a program change.  An entry carries either a
      * debit or a credit amount; its partner entry makes the pair
      * balance.
       01  GLPOST-REC.

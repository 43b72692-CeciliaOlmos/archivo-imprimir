      ******************************************************************
      * Copybook: GRUPOS.cpy
      * Shared grp-reg layout for the family-group file (grupo
      * familiar), keyed on the member's soc-socio with the titular as
      * alternate key (WITH DUPLICATES) so that the whole group can be
      * read with a START on grp-titular. El titular tiene su propio
      * registro con grp-socio = grp-titular; un socio sin registro no
      * pertenece a ningun grupo. Las cuotas de todo el grupo se
      * facturan a la cuenta del titular, con el descuento familiar
      * desde el segundo integrante.
      ******************************************************************
       01  grp-reg.
           03 grp-socio         pic 9(7).
           03 grp-titular       pic 9(7).
           03 grp-fecha-alta    pic 9(8).

      *            by its missing trailer. The physical dataset is
      *            the PRNTOUT DD; see PRNTFMT-WS.cpy for the
      *            calling convention.
      * 10/15/26 - "P" (pagina) forces a new numbered page heading
      *            before the next detail line, so output that is
      *            page-per-item -- the merged letters of CARTMRG --
      *            never shares a page. A "P" on a page that has no
      *            detail yet does nothing, so no blank pages.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRNTFMT.
                   ADD 1 TO WS-CONT-DETALHES
                   ADD 1 TO WS-LINHA-ATUAL
                   WRITE IMPRESSAO-REC FROM PRT-LINHA-PARM
               WHEN "P"
                   IF WS-LINHA-ATUAL > 2
                       PERFORM NOVA-PAGINA
                   END-IF
               WHEN "F"
                   MOVE WS-CONT-DETALHES TO TRL-DETALHES
                   WRITE IMPRESSAO-REC FROM LINHA-TRAILER

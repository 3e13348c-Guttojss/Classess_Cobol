      *            count, ending with RETURN-CODE 8 when it does not.
      *            The listing for sign-off (every day plus per-month
      *            totals) goes to CALBREL.
      * 10/15/26 - regional holiday overlays. The NORTE and SUL
      *            sites observe holidays the head office does not;
      *            a new rule type keys them per region:
      *              R mmdd regiao - holiday of that region only
      *                              (columns 8-17 carry SIT-REGIAO)
      *            The shop calendar is unchanged by R rules. Each R
      *            rule that falls on a shop working day goes to the
      *            regional overlay staging dataset BUSCALRN (region,
      *            date, type F), swapped in as BUSCALR with the
      *            calendar after sign-off; SITECAL reads it for the
      *            steps that expect site transmissions. The overlay
      *            days are listed on CALBREL after the month totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALBUILD.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-FILE ASSIGN TO "CALBREL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGIONAL-FILE ASSIGN TO "BUSCALRN"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS-FILE.
           05  REG-TIPO             PIC X.
           05  FILLER               PIC X.
           05  REG-DADOS            PIC X(8).
           05  FILLER               PIC X(7).
       01  REGRAS-ANO-VIEW REDEFINES REGRAS-REC.
           05  FILLER               PIC XX.
           05  REG-ANO              PIC 9(4).
           05  FILLER               PIC XX.
           05  REG-MMDD             PIC 9(4).
           05  FILLER               PIC X(4).
       01  REGRAS-REGIAO-VIEW REDEFINES REGRAS-REC.
           05  FILLER               PIC X(7).
           05  REG-REGIAO           PIC X(10).
       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC.
           05  CAL-DATA             PIC 9(8).
           05  CAL-TIPO             PIC X.
       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(80).
       FD  REGIONAL-FILE.
       01  REGIONAL-REC.
           05  CRG-REGIAO           PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  CRG-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  CRG-TIPO             PIC X.
       WORKING-STORAGE SECTION.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-FERIADOS PIC 99 VALUE 0.
       01 TABELA-FERIADOS.
           03 FERIADO-MMDD          PIC 9(4) OCCURS 40 TIMES.
       77 WS-MAX-REGIONAIS PIC 99 VALUE 40.
       77 WS-CONT-REGIONAIS PIC 99 VALUE 0.
       77 WS-CONT-R PIC 999 VALUE 0.
       01 TABELA-REGIONAIS.
           03 REGIONAL-LINHA OCCURS 40 TIMES.
               05  REGIONAL-MMDD    PIC 9(4).
               05  REGIONAL-REGIAO  PIC X(10).
       77 WS-DIA-INICIO PIC 9(7).
       77 WS-DIA-FIM PIC 9(7).
       77 WS-DIA PIC 9(7).
           05  LM-F                 PIC 999.
           05  FILLER               PIC X(3) VALUE " M=".
           05  LM-M                 PIC 999.
       01 LINHA-REGIONAL.
           05  FILLER               PIC X(7) VALUE "REGIAO ".
           05  LR-REGIAO            PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-DATA              PIC 9(8).
           05  FILLER               PIC X(2) VALUE " F".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-REGRAS
           PERFORM GERAR-ANO
           PERFORM MARCAR-FECHOS-DE-MES
           PERFORM GRAVAR-CALENDARIO
           PERFORM GRAVAR-REGIONAIS
           PERFORM VERIFICAR-CALENDARIO
           PERFORM GRAVAR-RELATORIO
           DISPLAY "CALBUILD " WS-ANO " DIAS=" WS-CONT-DIAS
               " N=" WS-CONT-N " F=" WS-CONT-F " M=" WS-CONT-M
               " REGIONAIS=" WS-CONT-R
           IF WS-VERIF-OK = "N"
               DISPLAY "CALBUILD: VERIFICACAO FALHOU - NAO "
                   "PROMOVER O CALENDARIO"
                       MOVE REG-MMDD TO
                           FERIADO-MMDD(WS-CONT-FERIADOS)
                   END-IF
               WHEN "R"
                   IF REG-MMDD NUMERIC
                       AND REG-REGIAO NOT = SPACES
                       AND WS-CONT-REGIONAIS < WS-MAX-REGIONAIS
                       ADD 1 TO WS-CONT-REGIONAIS
                       MOVE REG-MMDD TO
                           REGIONAL-MMDD(WS-CONT-REGIONAIS)
                       MOVE REG-REGIAO TO
                           REGIONAL-REGIAO(WS-CONT-REGIONAIS)
                   END-IF
               WHEN OTHER
                   DISPLAY "CALBUILD: REGRA DESCONHECIDA " REG-TIPO
           END-EVALUATE.
           END-PERFORM
           CLOSE CALENDARIO-FILE.
      ******************************************************************
      * Sobreposicao regional: so interessa um feriado regional num
      * dia util da casa -- num fim de semana ou feriado geral a
      * cadeia ja nao corre para ninguem.
      ******************************************************************
       GRAVAR-REGIONAIS.
           OPEN OUTPUT REGIONAL-FILE
           MOVE SPACES TO REGIONAL-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-DIAS
               IF DIA-TIPO(I) NOT = "F"
                   MOVE DIA-DATA(I)(5:4) TO WS-MMDD
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-CONT-REGIONAIS
                       IF REGIONAL-MMDD(J) = WS-MMDD
                           MOVE REGIONAL-REGIAO(J) TO CRG-REGIAO
                           MOVE DIA-DATA(I) TO CRG-DATA
                           MOVE "F" TO CRG-TIPO
                           WRITE REGIONAL-REC
                           ADD 1 TO WS-CONT-R
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE REGIONAL-FILE.
      ******************************************************************
      * A verificacao reabre o ficheiro gerado e prova que cada dia
      * esta la exatamente uma vez e em ordem: nem falhas nem
      * duplicados passam para producao.
               END-PERFORM
               WRITE RELATORIO-REC FROM LINHA-MES
           END-PERFORM
           MOVE "N" TO WS-EOF
           OPEN INPUT REGIONAL-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ REGIONAL-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       MOVE CRG-REGIAO TO LR-REGIAO
                       MOVE CRG-DATA TO LR-DATA
                       WRITE RELATORIO-REC FROM LINHA-REGIONAL
               END-READ
           END-PERFORM
           CLOSE REGIONAL-FILE
           MOVE "N" TO WS-EOF
           CLOSE RELATORIO-FILE.
       END PROGRAM CALBUILD.

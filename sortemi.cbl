       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTEMI.
      *****************************************************************
      * Ordena o extrato de emissores da exposicao look-through       *
      * (emissor.tmp, uma linha por posicao direta ou parcela de ETF  *
      * com a raiz do ticker e o saldo) por emissor, gravando         *
      * emissor.srt, para a concentracao por emissor ser totalizada   *
      * por quebra sequencial como a exposicao por setor/tipo.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMIT ASSIGN TO "emissor.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMIT.

           SELECT ARQ-EMIS ASSIGN TO "emissor.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMIS.

           SELECT ARQ-SRT ASSIGN TO SORT-WORK-EMI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMIT.
           COPY 'emis'.
       FD ARQ-EMIS.
           COPY 'emis_s'.
       SD ARQ-SRT.
       01 SRT-EMI-RECORD.
           05 SRT-M-EMISSOR           PIC X(04).
           05 SRT-M-ORIGEM            PIC X(01).
           05 SRT-M-BALANCE           PIC S9(09)V99.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMIT                     PIC X(02).
       01 WS-STATUS-EMIS                     PIC X(02).

       PROCEDURE DIVISION.
       MAIN-SECTION.

           SORT ARQ-SRT
                ON ASCENDING KEY SRT-M-EMISSOR SRT-M-ORIGEM
                USING ARQ-EMIT
                GIVING ARQ-EMIS.

           GOBACK.

      *----------------------------------------------------------------*
      * CPYMRSQ                                                        *
      * Nightly suite job sequence.                                    *
      * The jobs tracked on the METRUNVS run-control record (CPYMRUN), *
      * in the order their entries sit on it, each with the one job    *
      * that must be complete for the business date before it may      *
      * start and how often it runs:                                   *
      *                                                                *
      *   'D' - every night; the date cannot advance until it is       *
      *         complete                                               *
      *   'M' - the last night of the month only (the METROL01         *
      *         rollup); the date cannot advance past a month end      *
      *         until it is complete                                   *
      *                                                                *
      *   METRARCH  MARC day-end capture (CICS)    -         D         *
      *   METARC01  history drain                  METRARCH  D         *
      *   METHLD01  history store load             METARC01  D         *
      *   METRCN01  extract reconciliation         METARC01  D         *
      *   METDIG01  operations digest              METRCN01  D         *
      *   METROL01  monthly rollup                 METARC01  M         *
      *                                                                *
      * A new job in the suite is a new entry here and a new           *
      * occurrence on CPYMRUN, in the same position.                   *
      *----------------------------------------------------------------*
       01 WS-RUN-SEQUENCE-DATA.
          05 FILLER.
             10 FILLER            PIC X(8)  VALUE 'METRARCH'.
             10 FILLER            PIC X(8)  VALUE SPACES.
             10 FILLER            PIC X(1)  VALUE 'D'.
          05 FILLER.
             10 FILLER            PIC X(8)  VALUE 'METARC01'.
             10 FILLER            PIC X(8)  VALUE 'METRARCH'.
             10 FILLER            PIC X(1)  VALUE 'D'.
          05 FILLER.
             10 FILLER            PIC X(8)  VALUE 'METHLD01'.
             10 FILLER            PIC X(8)  VALUE 'METARC01'.
             10 FILLER            PIC X(1)  VALUE 'D'.
          05 FILLER.
             10 FILLER            PIC X(8)  VALUE 'METRCN01'.
             10 FILLER            PIC X(8)  VALUE 'METARC01'.
             10 FILLER            PIC X(1)  VALUE 'D'.
          05 FILLER.
             10 FILLER            PIC X(8)  VALUE 'METDIG01'.
             10 FILLER            PIC X(8)  VALUE 'METRCN01'.
             10 FILLER            PIC X(1)  VALUE 'D'.
          05 FILLER.
             10 FILLER            PIC X(8)  VALUE 'METROL01'.
             10 FILLER            PIC X(8)  VALUE 'METARC01'.
             10 FILLER            PIC X(1)  VALUE 'M'.

       01 WS-RUN-SEQUENCE REDEFINES WS-RUN-SEQUENCE-DATA.
          05 WS-RSQ-ENTRY OCCURS 6 TIMES.
             10 WS-RSQ-JOB-NAME        PIC X(8).
             10 WS-RSQ-PREREQ-NAME     PIC X(8).
             10 WS-RSQ-FREQUENCY       PIC X(1).
                88 WS-RSQ-NIGHTLY      VALUE 'D'.
                88 WS-RSQ-MONTH-END    VALUE 'M'.

       01 WS-RUN-SEQUENCE-CONSTANTS.
          05 WS-RSQ-COUNT           PIC 9(2) VALUE 6.

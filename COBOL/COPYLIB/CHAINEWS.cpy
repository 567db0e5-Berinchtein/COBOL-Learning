      *            of prompting the console: GASC0001 and INTR0001 go
      *            straight to their shutdown work, INTR0003 runs its
      *            LOANMAST batch mode with the CAD/zero-rate
      *            defaults, INTR0004 accrues the current month,
      *            GLPJ0001 journals last month once, MCLS0001
      *            closes last month and SCHD0001 checks yesterday,
      *            none of them confirming a re-close or a locked
      *            month, and FDMP0001 dumps every master. A program
      *            started on its own sees low-values or spaces and
      *            prompts as always.
      *****************************************************************
       01  CHAINE-NOCTURNE-SIGNAL     PIC X EXTERNAL.

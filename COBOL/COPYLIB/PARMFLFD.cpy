      *              INTR-MIN-PRINCIPAL   INTR-MAX-PRINCIPAL
      *              INTR-MAX-ANNEES      INTR-MAX-RETRY
      *              TAUX-CHANGE-USD      TAUX-CHANGE-EUR
      *              GASC-CONSO-TOLERANCE GASC-CONSO-MIN-TRIPS
      *              THLD-SUPERVISOR-LVL  TCO-MAX-AGE-YEARS
      *              TCO-MAX-KM           TCO-MAX-COST-PER-KM
      *              LICR-WINDOW-DAYS     FTAX-HOME-PROVINCE
      *              TXBN-STANDBY-PCT     TXBN-OPER-COST-RATE
      *              TXBN-KM-PER-MONTH    UTIL-MIN-KM-MONTH
      *              FPIM-MAX-CHANGE-PCT  TANK-FUEL-TYPE
      *              TANK-LITRE-TOLERANCE TANK-DRAW-DAYS
      *              TANK-LEAD-DAYS       ECHE-AVIS-JOURS
      *              CLOT-PENALITE-nnn (one row per penalty band,
      *              nnn = months held below which it applies)
      *              T5-SEUIL-MINIMUM     RETD-FRAIS-RETARD
      *              RETD-JOURS-GRACE     TITU-MAX-EXPOSITION
      *              APPR-NIVEAU-REQUIS   DECL-SEUIL
      *              DECL-MARGE-FRACTION  DECL-NOMBRE-FRACTION
      *              DECL-JOURS-FRACTION  DECL-JOURS-REVUE
      *              DECL-NIVEAU-REQUIS   GLCL-CLOSE-LEVEL
      *              DASH-cccccccc-AMBER  DASH-cccccccc-RED
      *              (one pair per DASH0001 figure, cccccccc =
      *              the figure code)
      *              STRC-MAX-LINES       STRC-MAX-GO-TO
      *              STRC-MAX-NESTING     STRC-MAX-THRU
      *              STRC-MAX-PERFORMED
      *            Maintained by PARM0001.
      *****************************************************************
       FD  PARMFILE.

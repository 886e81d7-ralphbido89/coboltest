      *>-----------------------------------------------------------
      *> SSNRPT.cpy
      *> Print-line layout for the SSNRPT01 area summary report.
      *> The SSNum prints masked unless the run asked for it in
      *> full (ssnmaskw.cpy); a masked line leaves the SSAREA
      *> column blank too, so the area shows on the subtotal line
      *> only and the detail line never carries more than the
      *> last four digits.
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(13) VALUE "SSAREA".

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RPT-SSAREA              PIC X(3).
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  RPT-SSNUM               PIC X(11).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RPT-USERNAME            PIC X(30).
      *>  One integer digit wider than the old CM-TOTAL width,
           05  FILLER                  PIC X(13) VALUE "GRAND TOTAL -".
           05  RPT-GRAND-TOTAL         PIC -(9)9.99.

      *>  Inactive and deceased-hold records are listed after the
      *>  active report so the area subtotals and grand total keep
      *>  matching what the benefits extract actually feeds
      *>  downstream.
       01  RPT-INACTIVE-HEADING-LINE.
           05  FILLER                  PIC X(54) VALUE
               "INACTIVE AND HELD RECORDS (EXCLUDED FROM TOTALS ABOVE)".

       01  RPT-INACTIVE-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE

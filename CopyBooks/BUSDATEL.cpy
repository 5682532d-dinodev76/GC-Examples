      *                      business date skipping weekends and
      *                      that jurisdiction's holidays per
      *                      Data\NAMEADDR.Holidays.dat
      * 2026-09-14  0.3      Every 'F' force is logged to the
      *                      privileged-operation log (PRIVLOG)
      *================================================================*

      *01  BUSDATEL-CONTROL.
      ****         and advances sensibly - not backwards, and at
      ****         most 7 days forward of the recorded date.
      ****         'F' force-sets without the advance check, the
      ****         correction path. Every force is logged through
      ****         PRIVLOG with the OPERATOR_ID and TICKET_REF
      ****         environment values.
      ****         'R' rolls BD-BUSINESS-DATE forward to the next
      ****         business date - weekends and the jurisdiction's
      ****         holiday-file dates are skipped.

      *
      *Shared record layout for SIGNDIRS (signdirs.dat), the fleet
      *roster: one record per sign with its id and the directory its
      *data files live in. signcomm.cob adds a sign when it is
      *commissioned and retires it when it is decommissioned; a move
      *is still made by hand. fleetcoll.cob walks it to collect the
      *per-sign logs, fleetrpt.cob takes its sign list from it so a
      *sign that has delivered nothing still gets a report line, and
      *librecon.cob reconciles each rostered sign's last extract
      *against the current library release. A retired sign keeps its
      *record but drops out of all of these. Status C or D means
      *signcomm.cob stopped part way through setting the sign up or
      *taking it down; the reports flag it until signcomm is rerun.
      *Records keyed in before the status existed read as in service.
        01 SIGNDIR-RECORD.
            05 SIGNDIR-SIGN-ID PIC X(4).
            05 SIGNDIR-PATH PIC X(60).
            05 SIGNDIR-STATUS PIC X.
                88 SIGNDIR-IN-SERVICE VALUE 'A' SPACE.
                88 SIGNDIR-COMMISSIONING VALUE 'C'.
                88 SIGNDIR-DECOMMISSIONING VALUE 'D'.
                88 SIGNDIR-RETIRED VALUE 'R'.
            05 SIGNDIR-STATUS-DATE PIC X(8).
            05 SIGNDIR-TEMPLATE-ID PIC X(4).

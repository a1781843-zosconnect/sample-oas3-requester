      *****************************************************************
      * BAQHRUNJ                                                      *
      *                                                               *
      * One run-control journal record (DD/file RBKRUNJ, appended and *
      * never replaced). Every program of the nightly chain - the     *
      * GARB pull in BAQHRBKB, the BAQHVGAT extract volume gate, then *
      * BAQHCHGC, BAQHCATL and BAQHCSVX, and the BAQHWTCD watchlist   *
      * digest and BAQHPRVB provenance build after BAQHCHGC - writes  *
      * a START record as it begins its step and an END record with   *
      * the outcome as it finishes, and each consumer's gatekeeper    *
      * refuses to run when its prerequisite step has no successful   *
      * END for tonight's cycle. The catalog silently going a day     *
      * stale is worse than a hard stop. STEP names the unit of the   *
      * chain (GARB, VGAT, CHGC, CATL, CSVX, WTCD, PROV); EVENT is    *
      * START or END; OUTCOME rides on END records only (SUCCESS or   *
      * FAILED). DETAIL is free for a step to say why: VGAT's END     *
      * carries PASSED, BREACHED, or OVR and the id of the supervisor *
      * who released a breach.                                        *
      *****************************************************************
       01 BAQHRUNJ-RECORD.
           03 BAQHRUNJ-DATE          PIC X(8).
           03 BAQHRUNJ-STEP          PIC X(8).
           03 BAQHRUNJ-EVENT         PIC X(5).
           03 BAQHRUNJ-OUTCOME       PIC X(9).
           03 BAQHRUNJ-DETAIL        PIC X(12).

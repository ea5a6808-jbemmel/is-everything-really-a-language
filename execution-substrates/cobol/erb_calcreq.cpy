      *> Request record passed to ERBCALC alongside the CANDIDATE-RECORD
      *> it is to compute. CALC-REQ-PROFILE-SOURCE names the scoring
      *> profile the Hockett tiers are resolved against:
      *>   LIVE       - ERBPROFILE, the production profile (SPACES is
      *>                taken as LIVE too);
      *>   CHALLENGER - ERBPROFCHAL, a proposed replacement in the same
      *>                erb_profrec.cpy layout, used only by ERBCHAMP's
      *>                challenger pass.
      *> ERBCALC keeps the table it loaded and reloads it only when a
      *> call names a different source from the one already loaded.
       01  CALC-REQUEST.
           05  CALC-REQ-PROFILE-SOURCE       PIC X(10).

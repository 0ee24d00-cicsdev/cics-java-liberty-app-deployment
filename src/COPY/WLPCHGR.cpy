      *  for every add, update or delete WLPMNT applies to WLPENDPT,   *
      *  WLPAPPR or WLPCFG, carrying the signed-on user ID so "who     *
      *  registered this endpoint and when" has an answer on file.     *
      *  WLPCMD01 writes the same record for each WLPENDPT change its  *
      *  CMDB load applies, under its batch user ID and terminal BTCH. *
      *----------------------------------------------------------------*
       01 WLPCHG-RECORD.
          03 CHG-KEY.

      *****************************************************************
      *    SPOOLMF                                                   *
      *    SPOOL PURGE MANIFEST RECORD.                              *
      *    ONE VSAM KSDS RECORD PER SPOOL ENTRY THAT WAS PURGE-      *
      *    ELIGIBLE WHEN A PURGE-MODE RUN CALLED MVSP0027 FOR ITS    *
      *    CLASS AND NODE, KEYED ON JOB NAME FIRST SO "WHAT          *
      *    HAPPENED TO MY OUTPUT" IS ONE KEYED BROWSE FROM THE JOB   *
      *    NAME AND THE FROM DATE.                                   *
      *    INCLUDED UNDER 01 MANF-REC IN MFSPHK01 AND MFSPHK12.      *
      *****************************************************************
           05  manf-key.
               10  manf-job-name          pic x(08).
               10  manf-run-date          pic 9(08).
               10  manf-run-time          pic 9(06).
               10  manf-dataset-name      pic x(20).
      *        spool node the entry lived on ('*LOCAL' on a
      *        single-spool system).
               10  manf-node              pic x(08).
      *        a daily job's output from several runs can sit on
      *        spool together under one dataset name, so the
      *        entry's create date and a sequence number the
      *        writing run gives each row keep every entry's row
      *        apart. the key is longer than the cluster was first
      *        defined with - it is redefined, and rows already on
      *        it converted, before a run writes this layout.
               10  manf-create-date       pic 9(08).
               10  manf-entry-seq         pic 9(05).
           05  manf-data.
               10  manf-owner-id          pic x(08).
               10  manf-class             pic x(08).
      *        calendar-day retention the purge call applied - a
      *        business-day class's keep-for already converted.
               10  manf-keep-for          pic 9(03).
      *        'Y' - a legal/audit hold row covered the entry.
               10  manf-hold-flag         pic x(01).
                   88  manf-entry-was-held         value 'Y'.
      *        what became of the entry:
      *        'P' - purged (the class's purge call ended normally)
      *        'H' - held, excluded from the purge
      *        'W' - not purged, the purge call reported nothing to
      *              clean (warning rc)
      *        'F' - not purged, the purge call failed
               10  manf-outcome           pic x(01).
                   88  manf-was-purged             value 'P'.
                   88  manf-was-held               value 'H'.
                   88  manf-purge-warned           value 'W'.
                   88  manf-purge-failed           value 'F'.
      *        archive generation the entry was copied into ahead
      *        of the purge (its ARCX key), zero when the run was
      *        not archiving or the entry was held.
               10  manf-archive-gen       pic 9(04).
               10  manf-purge-rc          pic 9(05).
               10  manf-purge-reason      pic x(02).
      *        run mode of the run that wrote the row.
               10  manf-run-mode          pic x(01).
               10  filler                 pic x(24).

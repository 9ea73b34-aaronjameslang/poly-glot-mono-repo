           select dimension-exception-file assign to recdex
               organization is sequential
               file status is ws-dex-status.
           select business-date-file assign to busdte
               organization is sequential
               file status is ws-bus-status.

       data division.
       file section.
           recording mode is f.
           copy recdex.

       fd  business-date-file
           recording mode is f.
           copy BUSDTE.

       working-storage section.
       01 x                pic 9(8).
       01 y                pic 9(8).
       01 ws-panel-reject-sw pic x(1)      value 'N'.
           88 ws-panel-rejected            value 'Y'.
       01 ws-run-date      pic 9(8)        value 0.
       01 ws-bus-status    pic x(2)        value spaces.
       01 ws-params-loaded-sw pic x(1)     value 'N'.
           88 ws-params-loaded             value 'Y'.
       01 ws-exc-open-sw   pic x(1)        value 'N'.
           88 ws-exc-open                  value 'Y'.
       01 ws-dex-open-sw   pic x(1)        value 'N'.
           88 ws-dex-open                  value 'Y'.

       linkage section.
           copy rectlnk.
           move 0 to area-red
           move 0 to area-blue
           move 0 to area-green
      *    the parameters are read on the first call of the run only
      *    and held for the rest of it - a change filed part-way
      *    through a night takes effect on the next run, never halfway
      *    through this one. The caller CANCELs solution at end of run,
      *    which closes RECEXC and RECDEX.
           if not ws-params-loaded
               perform load-run-date
               perform load-tolerance
               perform load-packing-mode
               perform load-panel-limits
               move 'Y' to ws-params-loaded-sw
           end-if
           perform edit-panel-dimensions
           if ws-panel-rejected
               goback
               close tolerance-file
           end-if.

      *-----------------------------------------------------------------
      * load-run-date - the night's business date from the BUSDTE
      * record BUSDSET writes at the start of the stream, so a run
      * past midnight or a morning rerun stamps RECEXC and RECDEX with
      * the night they belong to. Falls back to the machine date if
      * BUSDTE cannot be opened or is empty.
      *-----------------------------------------------------------------
       load-run-date.
           accept ws-run-date from date yyyymmdd
           open input business-date-file
           if ws-bus-status = '00'
               read business-date-file
                   not at end
                       if bus-dte-business-date numeric
                               and bus-dte-business-date > 0
                           move bus-dte-business-date to ws-run-date
                       end-if
               end-read
               close business-date-file
           end-if.

      *-----------------------------------------------------------------
      * load-panel-limits - reads the acceptable A/B dimension range
      * from RECLIM. Falls back to 1 through the largest value a
           perform write-dimension-exception.

       write-dimension-exception.
           if not ws-dex-open
               perform open-dimension-exception
           end-if
           move a to rec-dex-a
           move b to rec-dex-b
           move ws-run-date to rec-dex-run-date
           write rec-dex-record.

      *-----------------------------------------------------------------
      * open-dimension-exception - RECDEX is opened on the first
      * reject of the run and held open until the caller CANCELs
      * solution at end of run.
      *-----------------------------------------------------------------
       open-dimension-exception.
           open extend dimension-exception-file
           if ws-dex-status = '35' or ws-dex-status = '05'
               open output dimension-exception-file
               close dimension-exception-file
               open extend dimension-exception-file
           end-if
           if ws-dex-status = '00'
               move 'Y' to ws-dex-open-sw
           end-if.

      *-----------------------------------------------------------------
      * reconcile-areas - flags a panel to RECEXC whenever the two
      * a non-legacy packing mode is in effect - see reconcile-areas).
      *-----------------------------------------------------------------
       write-reconcile-exception.
           if not ws-exc-open
               perform open-reconcile-exception
           end-if
           move a to rec-exc-a
           move b to rec-exc-b
           move ws-recon-a to rec-exc-area-red
           move ws-recon-b to rec-exc-area-blue
           move ws-run-date to rec-exc-run-date
           write rec-exc-record.

      *-----------------------------------------------------------------
      * open-reconcile-exception - RECEXC is held open for the run the
      * same way as RECDEX (see open-dimension-exception).
      *-----------------------------------------------------------------
       open-reconcile-exception.
           open extend exception-file
           if ws-exc-status = '35' or ws-exc-status = '05'
               open output exception-file
               close exception-file
               open extend exception-file
           end-if
           if ws-exc-status = '00'
               move 'Y' to ws-exc-open-sw
           end-if.

       end program solution.


      *> Run-health report over the accumulated OPSLOG file: WARO and
      *> WARO-TOURNEY each append one per-run digest there (start/end
      *> stamps, games attempted vs completed, severe counts, highest
      *> condition code) and WARO-NIGHTLY one line per stream step
      *> (its start/end stamps and return code, no games), but a
      *> trend is invisible one row at a time.
      *> This report gives the monitoring desk runs per day with
      *> completion rates, each run's elapsed time off its stamps,
      *> recurring nonzero highest-RC streaks, and a flag whenever a

           FUNCTION centerpos
           FUNCTION centerpos-lines
           FUNCTION padleft
           FUNCTION padright
           FUNCTION weekday-name
           FUNCTION long-date
           FUNCTION long-datetime.

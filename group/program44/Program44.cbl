      ******************************************************************
      * Group 4 - Program #44
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Fiscal calendar build. Finance runs on a 4-5-4 retail
      * calendar - each quarter is three periods of four, five and
      * four weeks, and every fifth or sixth year carries a 53rd
      * week, which goes on the last period. Finance keys one line
      * per fiscal year on fiscalYears.dat - the year, the date its
      * first week starts, and whether it has 52 or 53 weeks - and
      * this program lays out every day of every year on
      * fiscalCalendar.dat with its fiscal year, period, quarter,
      * week of the year and day of the week. The period-based
      * programs read that file when it is present: Program9 for its
      * period and same-week comparisons, Program28 for the periods
      * it closes, and Program1, Program7 and Program32 for the
      * closed-period checks. A year that overlaps the one before it
      * is refused; a gap between years is reported. The report
      * lists each period's first and last day.
      ******************************************************************
       identification division.
       program-id. Program44.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM44_DATA_DIR /
      * GROUP_DATA_DIR environment variables (falling back to the
      * current relative layout when they are not set) instead of
      * literal paths, so this program can be pointed at a different
      * data drop without relinking
            select fiscal-year-file
               assign to ws-fiscal-year-path
               organization is line sequential
               file status is ws-fiscal-year-status.

           select fiscal-calendar-file
               assign to ws-fiscal-calendar-path
               organization is line sequential.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
      * Finance's fiscal-year definitions - one line per year, in
      * date order
       fd fiscal-year-file
           data record is fiscal-year-line
           record contains 10 characters.
      *
       01 fiscal-year-line.
           05 fy-fiscal-year                    pic 99.
           05 fy-start-date                     pic 9(6).
           05 fy-weeks                          pic 99.
               88 fy-valid-weeks value 52, 53.
      *
      * The fiscal calendar - one line per day, in date order
       fd fiscal-calendar-file
           data record is fiscal-calendar-line
           record contains 14 characters.
      *
       01 fiscal-calendar-line.
           05 fc-date                           pic 9(6).
           05 fc-fiscal-period.
               10 fc-fiscal-year                pic 99.
               10 fc-period                     pic 99.
           05 fc-quarter                        pic 9.
           05 fc-week                           pic 99.
           05 fc-day                            pic 9.
      *
       fd report-file
           data record is report-line
           record contains 83 characters.
      *
       01 report-line                       pic x(83).
       working-storage section.
      ******************************************************************
      * Configurable data directories - defaults match the existing
      * relative layout; set the *_DATA_DIR variables in the
      * environment to point this run at a different data drop
      ******************************************************************
       77 ws-program44-dir              pic x(60)
           value "../../../data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-fiscal-year-path           pic x(80).
       01 ws-fiscal-calendar-path       pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-fiscal-year-status         pic xx.
       01 ws-flags.
           05 ws-fiscal-year-eof-flag    pic x
               value "n".
           05 ws-year-ok                 pic x
               value "N".
      ******************************************************************
      * Weeks in each period of a 52-week year - four, five, four a
      * quarter; a 53-week year adds its extra week to period 12
      ******************************************************************
       01 ws-period-weeks-values.
           05 filler pic x(12) value "454454454454".
       01 ws-period-weeks-table redefines ws-period-weeks-values.
           05 ws-period-weeks occurs 12 times pic 9.
       77 ws-weeks-this-period          pic 9
           value 0.
      ******************************************************************
      * Day stepping - the calendar walks forward one day at a time
      ******************************************************************
       01 ws-month-days-values.
           05 filler pic x(12) value "312831303130".
           05 filler pic x(12) value "313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days occurs 12 times pic 99.
       01 ws-walk.
           05 ws-wk-yy                   pic 99.
           05 ws-wk-mm                   pic 99.
           05 ws-wk-dd                   pic 99.
       01 ws-walk-date redefines ws-walk pic 9(6).
       77 ws-days-in-month              pic 99
           value 0.
       77 ws-leap-quot                  pic 9(4)
           value 0.
       77 ws-leap-rem                   pic 9
           value 0.
      ******************************************************************
      * The year being laid out, and where the last one ended
      ******************************************************************
       77 ws-period-idx                 pic 99
           value 0.
       77 ws-week-in-period             pic 9
           value 0.
       77 ws-week-of-year               pic 99
           value 0.
       77 ws-day-of-week                pic 9
           value 0.
       77 ws-period-start               pic 9(6)
           value 0.
       77 ws-prior-end                  pic 9(6)
           value 0.
       77 ws-expected-start             pic 9(6)
           value 0.
      ******************************************************************
      * Run counts
      ******************************************************************
       77 ws-years-read                 pic 999
           value 0.
       77 ws-years-built                pic 999
           value 0.
       77 ws-years-rejected             pic 999
           value 0.
       77 ws-days-written               pic 9(6)
           value 0.
       77 ws-gap-count                  pic 999
           value 0.
       77 ws-reject-text-1-cnst         pic x(40)
           value "*Rejected - Weeks Not 52 Or 53*         ".
       77 ws-reject-text-2-cnst         pic x(40)
           value "*Rejected - Start Date Not Valid*       ".
       77 ws-reject-text-3-cnst         pic x(40)
           value "*Rejected - Overlaps Prior Year*        ".
       77 ws-gap-text-cnst              pic x(40)
           value "*Gap - Does Not Follow Prior Year*      ".
      ******************************************************************
      *
      ******************************************************************
       01 ws-heading1-name-line.
           05 filler                     pic x(5)
               value spaces.
           05 ws-nl-date                 pic 9(6).
           05 filler                     pic x(5)
               value spaces.
           05 ws-nl-time                 pic 9(8).
           05 filler                     pic x(23)
               value spaces.
           05 filler                     pic x(36)
               value "  Fiscal Calendar Build".
      *
       01 ws-star-line.
           05 filler                     pic x(60)
               value
       "************************************************************".
           05 filler                     pic x(23)
               value
       "***********************".
       01 ws-year-line.
           05 filler                     pic x(13)
               value "Fiscal Year  ".
           05 ws-yl-year                 pic 99.
           05 filler                     pic x(10)
               value "  Starts  ".
           05 ws-yl-start                pic 9(6).
           05 filler                     pic x(4)
               value spaces.
           05 ws-yl-weeks                pic 99.
           05 filler                     pic x(8)
               value " Weeks  ".
           05 ws-yl-message              pic x(38).
       01 ws-column-headings-1.
           05 filler                     pic x(10)
               value "  Period".
           05 filler                     pic x(10)
               value "Quarter".
           05 filler                     pic x(8)
               value "Weeks".
           05 filler                     pic x(12)
               value "First Day".
           05 filler                     pic x(43)
               value "Last Day".
       01 ws-period-line.
           05 filler                     pic x(4)
               value spaces.
           05 ws-pl-period               pic 99.
           05 filler                     pic x(7)
               value spaces.
           05 ws-pl-quarter              pic 9.
           05 filler                     pic x(8)
               value spaces.
           05 ws-pl-weeks                pic 9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-pl-first                pic 9(6).
           05 filler                     pic x(6)
               value spaces.
           05 ws-pl-last                 pic 9(6).
           05 filler                     pic x(37)
               value spaces.
       01 ws-total-line.
           05 ws-tl-label                pic x(36).
           05 ws-tl-count                pic zzz,zz9.
           05 filler                     pic x(40)
               value spaces.
      ******************************************************************
      *
      ******************************************************************
       procedure division.
       000-main.
           perform 001-init-file-paths.
           accept ws-nl-date from date.
           accept ws-nl-time from time.
      * The year definitions are checked before the calendar is
      * opened for output - a missing fiscalYears.dat must leave the
      * calendar already on file in place, or Program28 would refuse
      * every close and reopen against an empty one
           open input fiscal-year-file.
           if ws-fiscal-year-status not equal "00"
               display "Program44: fiscalYears.dat not on file ("
                   ws-fiscal-year-status ") - calendar not rebuilt"
               move 8 to return-code
               stop run
           end-if.
           open output fiscal-calendar-file.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           read fiscal-year-file
               at end move "y" to ws-fiscal-year-eof-flag
           end-read.
           perform 100-build-year
               until ws-fiscal-year-eof-flag = 'y'.
           close fiscal-year-file.
           perform 500-print-totals.
           close fiscal-calendar-file,
                 report-file.
           stop run.
      ******************************************************************
      * Builds the runtime file paths from the environment - falls
      * back to the current relative layout when nothing is set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM44_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program44-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-group-dir delimited by space
               "/fiscalYears.dat" delimited by size
               into ws-fiscal-year-path.
           string ws-group-dir delimited by space
               "/fiscalCalendar.dat" delimited by size
               into ws-fiscal-calendar-path.
           string ws-program44-dir delimited by space
               "/fiscalCalendar.out" delimited by size
               into ws-report-path.
      ******************************************************************
      * One fiscal year - checked, then laid out period by period. A
      * year must start after the one before it ends; starting later
      * than the next day leaves days with no fiscal period, which
      * is built but reported
      ******************************************************************
       100-build-year.
           add 1 to ws-years-read.
           move "Y" to ws-year-ok.
           move fy-fiscal-year to ws-yl-year.
           move fy-start-date to ws-yl-start.
           move fy-weeks to ws-yl-weeks.
           move spaces to ws-yl-message.
           move fy-start-date to ws-walk.
           if not fy-valid-weeks
               move ws-reject-text-1-cnst to ws-yl-message
               move "N" to ws-year-ok
           else
               if fy-start-date is not numeric
               or ws-wk-mm < 1 or ws-wk-mm > 12
               or ws-wk-dd < 1 or ws-wk-dd > 31
                   move ws-reject-text-2-cnst to ws-yl-message
                   move "N" to ws-year-ok
               else
                   if ws-years-built > 0
                   and fy-start-date not greater than ws-prior-end
                       move ws-reject-text-3-cnst to ws-yl-message
                       move "N" to ws-year-ok
                   end-if
               end-if
           end-if.
           if ws-year-ok equal "Y"
           and ws-years-built > 0
           and fy-start-date not equal ws-expected-start
               move ws-gap-text-cnst to ws-yl-message
               add 1 to ws-gap-count
           end-if.
           move spaces to report-line.
           write report-line.
           write report-line from ws-year-line.
           if ws-year-ok equal "N"
               add 1 to ws-years-rejected
           else
               write report-line from ws-column-headings-1
               move 0 to ws-week-of-year
               perform 110-build-period
                   varying ws-period-idx from 1 by 1
                   until ws-period-idx > 12
               add 1 to ws-years-built
               move ws-walk-date to ws-expected-start
           end-if.
           read fiscal-year-file
               at end move "y" to ws-fiscal-year-eof-flag.
      ******************************************************************
      * One period - its weeks, seven days each, and a report line
      * with its first and last day
      ******************************************************************
       110-build-period.
           move ws-period-weeks(ws-period-idx) to ws-weeks-this-period.
           if ws-period-idx equal 12
           and fy-weeks equal 53
               add 1 to ws-weeks-this-period
           end-if.
           move ws-walk-date to ws-period-start.
           perform 120-build-week
               varying ws-week-in-period from 1 by 1
               until ws-week-in-period > ws-weeks-this-period.
           move ws-period-idx to ws-pl-period.
           compute ws-pl-quarter = (ws-period-idx + 2) / 3.
           move ws-weeks-this-period to ws-pl-weeks.
           move ws-period-start to ws-pl-first.
           move ws-prior-end to ws-pl-last.
           write report-line from ws-period-line.
       120-build-week.
           add 1 to ws-week-of-year.
           perform 130-write-day
               varying ws-day-of-week from 1 by 1
               until ws-day-of-week > 7.
       130-write-day.
           move ws-walk-date to fc-date.
           move fy-fiscal-year to fc-fiscal-year.
           move ws-period-idx to fc-period.
           compute fc-quarter = (ws-period-idx + 2) / 3.
           move ws-week-of-year to fc-week.
           move ws-day-of-week to fc-day.
           write fiscal-calendar-line.
           add 1 to ws-days-written.
           move ws-walk-date to ws-prior-end.
           perform 800-next-day.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move "Fiscal Years Read:" to ws-tl-label.
           move ws-years-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Fiscal Years Built:" to ws-tl-label.
           move ws-years-built to ws-tl-count.
           write report-line from ws-total-line.
           move "Fiscal Years Rejected:" to ws-tl-label.
           move ws-years-rejected to ws-tl-count.
           write report-line from ws-total-line.
           move "Gaps Between Years:" to ws-tl-label.
           move ws-gap-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Calendar Days Written:" to ws-tl-label.
           move ws-days-written to ws-tl-count.
           write report-line from ws-total-line.
      ******************************************************************
      * Steps ws-walk forward one day - February counts 29 days in a
      * leap year
      ******************************************************************
       800-next-day.
           move ws-month-days(ws-wk-mm) to ws-days-in-month.
           divide ws-wk-yy by 4 giving ws-leap-quot
               remainder ws-leap-rem.
           if ws-wk-mm equal 2 and ws-leap-rem equal 0
               add 1 to ws-days-in-month
           end-if.
           if ws-wk-dd >= ws-days-in-month
               move 1 to ws-wk-dd
               if ws-wk-mm equal 12
                   move 1 to ws-wk-mm
                   if ws-wk-yy equal 99
                       move 0 to ws-wk-yy
                   else
                       add 1 to ws-wk-yy
                   end-if
               else
                   add 1 to ws-wk-mm
               end-if
           else
               add 1 to ws-wk-dd
           end-if.
      ******************************************************************
      * End of Group 4 - Program #44
      ******************************************************************
       end program Program44.

      *        TABLE. IF FOUND, LETS THE ADMINISTRATOR CHANGE THE
      *        LINE TEXT AND REWRITES IT; IF NOT FOUND, TREATS IT AS
      *        A NEW LINE TO ADD. A LINE MAY CARRY ONE SUBSTITUTION
      *        SLOT (&NAME, &TITLE, &SDATE, &SALARY) - SEE ELTRGP -
      *        OR, ON THE TOTAL REWARDS TEMPLATE, ONE OF ETRSXP'S
      *        SLOTS (SEE ELTRTPL.CPY).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

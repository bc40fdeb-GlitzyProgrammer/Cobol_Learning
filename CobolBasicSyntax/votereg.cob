*> birth, validated with the same days-in-month/leap-year logic as
*> studmast's ValidateDOB, and eligibility is computed from age as
*> at whatever election date the operator keys. votersnap.cob
*> writes the eligible-voters register for an election day. The
*> citizen's name is carried so pollassign.cob can print each
*> polling station's register book in surname order.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      *> Which branch city the citizen registered at; citymaint.cob
      *> refuses to delete a city still referenced here.
       02 CitizenCityCode PIC 99.
       02 CitizenSurname PIC X(15).
       02 CitizenForename PIC X(15).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
       DISPLAY " "
       DISPLAY "Enter Citizen Id: " WITH NO ADVANCING.
       ACCEPT CitizenId.
       DISPLAY "Enter Surname: " WITH NO ADVANCING.
       ACCEPT CitizenSurname.
       DISPLAY "Enter Forename: " WITH NO ADVANCING.
       ACCEPT CitizenForename.
       DISPLAY "Enter Year of Birth (YYYY): " WITH NO ADVANCING.
       ACCEPT CitYOB.
       DISPLAY "Enter Month of Birth (MM): " WITH NO ADVANCING.
           DISPLAY "Citizen Not Registered"
       ELSE
           DISPLAY "Citizen Id: " CitizenId
           DISPLAY "Name      : " CitizenForename " " CitizenSurname
           DISPLAY "Born      : " CitMOB "/" CitDOB "/" CitYOB
           DISPLAY "City      : " CitizenCityCode
           DISPLAY "Election date (YYYYMMDD, 0 for today): "

       DATA DIVISION.
           file section.
               fd sectionRefFile.
                   copy "SECTREF.cpy".

               fd gradeSubFile.
                   01 gradesub-record.
                       02 gs-date    pic 9(8).

               fd instructorFile.
                   copy "INSTRUCT.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

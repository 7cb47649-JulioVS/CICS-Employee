             88 DEL-UC-ADMINISTRATOR         VALUE 'ADM'.
             88 DEL-UC-MANAGER               VALUE 'MGR'.
             88 DEL-UC-STANDARD               VALUE 'STD'.
          05 DEL-EMPLOYEE-RECORD    PIC X(263).
